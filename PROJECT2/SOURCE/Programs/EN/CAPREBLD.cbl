           MOVE WS-LEDGER-COUNT TO RLG-WRITE-COUNT
           MOVE 0               TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
      *    GOBACK (NOT STOP RUN) SO THE NIGHTLY JOB-STREAM DRIVER
      *    (JOBSTRM) GETS CONTROL BACK AND CAN CHECK THE RUN ON
      *    RUNREG.DAT; GOBACK STILL ENDS THE PROGRAM CLEANLY WHEN IT IS
      *    STARTED ON ITS OWN.
           GOBACK.

       REBUILD-LEDGER-PARA.
           MOVE LOW-VALUES TO ORDER-RECORD
