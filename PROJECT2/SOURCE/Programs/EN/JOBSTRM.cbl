      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | NIGHTLY JOB-STREAM DRIVER
      *    RUNS THE OVERNIGHT BATCH STEPS IN ORDER FROM ONE STEP TABLE
      *    INSTEAD OF SOMEONE STARTING EACH JOB BY HAND AND CHECKING
      *    RUNINQ AFTERWARDS. THE TABLE SAYS WHICH JOB EACH STEP CALLS
      *    AND WHICH EARLIER STEPS IT DEPENDS ON. AFTER EVERY CALL THE
      *    DRIVER LOOKS THE RUN UP ON RUNREG.DAT AND ONLY MOVES ON
      *    WHEN IT FINDS IT CLOSED OFF "C" - A JOB THAT DIED MID-
      *    FLIGHT LEAVES ITS RECORD ON "R" AND THE STREAM STOPS THERE,
      *    SO CAMRECON NEVER RUNS AGAINST A HALF-GENERATED ORDERS.DAT.
      *    COMPLETED STEPS ARE CHECKPOINTED PER BUSINESS DATE
      *    (JOBSTRM.CKP); A RERUN FOR THE SAME DATE SKIPS THEM AND
      *    RESUMES AT THE STEP THAT FAILED. EVERY RUN PRINTS A ONE-
      *    PAGE STREAM SUMMARY (JOBSTRM.DAT) FOR THE NIGHT'S PAPERWORK.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPENED ONLY BETWEEN STEPS - RUNLOG OPENS THE SAME FILE I-O
      *    INSIDE EVERY STEP, SO THE DRIVER MUST NEVER HOLD IT OPEN
      *    ACROSS A CALL.
           SELECT RUNREG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "JOBSTRM.CKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT JOBSTRM-FILE ASSIGN TO "JOBSTRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBSTRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNREG-FILE.
           COPY RUNREG.

       FD  CHECKPOINT-FILE.
           COPY STRMCKPT.

       FD  JOBSTRM-FILE.
       01  JOBSTRM-PRINT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUNREG-STATUS                PIC XX.
       01  WS-CHECKPOINT-STATUS            PIC XX.
       01  WS-JOBSTRM-STATUS               PIC XX.

       01  WS-BUSINESS-DATE                PIC 9(8).
       01  WS-TEST-RESULT                  PIC S9(2) COMP.
       01  WS-S                            PIC S9(4) COMP.
       01  WS-D                            PIC S9(4) COMP.
       01  WS-DEP-STEP                     PIC 9(2).
       01  WS-STOP-STEP                    PIC S9(4) COMP VALUE 0.
       01  WS-CALL-PROGRAM                 PIC X(8).
       01  WS-STEP-CALL-TS                 PIC 9(14).
       01  WS-STREAM-START-TS              PIC 9(14).
       01  WS-RUN-COUNT                    PIC 9(6) VALUE 0.
       01  WS-DONE-COUNT                   PIC 9(6) VALUE 0.
       01  WS-EARLIER-COUNT                PIC 9(6) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(6) VALUE 0.
       01  WS-NOT-RUN-COUNT                PIC 9(6) VALUE 0.

       01  WS-STREAM-STOP-FLAG             PIC X VALUE "N".
           88  WS-STREAM-STOPPED           VALUE "Y".
       01  WS-DEPS-OK-FLAG                 PIC X VALUE "Y".
           88  WS-DEPS-OK                  VALUE "Y".
       01  WS-CALL-OK-FLAG                 PIC X VALUE "Y".
           88  WS-CALL-OK                  VALUE "Y".
       01  WS-RUN-FOUND-FLAG               PIC X VALUE "N".
           88  WS-RUN-FOUND                VALUE "Y".

      *    THE STEP TABLE. ONE ENTRY PER STEP, IN RUN ORDER: STEP
      *    NUMBER, THE PROGRAM TO CALL, WHETHER THE PROGRAM MAKES ITS
      *    OWN RUNLOG CALLS ("N" - THE DRIVER LOGS THE RUN FOR IT, AS
      *    FOR PRCAPPLY, WHICH IS ALSO CALLED FROM THE SCREENS AND
      *    MUST NOT FILL RUNREG.DAT FROM THERE) AND UP TO THREE
      *    EARLIER STEP NUMBERS IT DEPENDS ON (00 = NONE). PRICE
      *    CHANGES LAND BEFORE STOGEN FREEZES PRICES; THE TWO
      *    RECONCILIATIONS AND THE LEDGER REBUILD ALL READ THE ORDERS
      *    STOGEN HAS JUST GENERATED. THE SCHOOL NOTIFICATION FILE
      *    GOES OUT LAST, ONCE STOGEN'S ORDERS ARE ON FILE. A NEW STEP
      *    IS ONE MORE FILLER LINE HERE AND ONE MORE ON WS-STEP-COUNT.
       01  WS-STEP-COUNT                   PIC S9(4) COMP VALUE 6.
       01  WS-STEP-TABLE-VALUES.
           05  FILLER                      PIC X(17) VALUE
               "01PRCAPPLYN000000".
           05  FILLER                      PIC X(17) VALUE
               "02STOGEN  Y010000".
           05  FILLER                      PIC X(17) VALUE
               "03CAMRECONY020000".
           05  FILLER                      PIC X(17) VALUE
               "04SCLRECONY020000".
           05  FILLER                      PIC X(17) VALUE
               "05CAPREBLDY020000".
           05  FILLER                      PIC X(17) VALUE
               "06SCHNOTIFY020000".
       01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-VALUES.
           05  WS-STEP OCCURS 6 TIMES.
               10  WS-STEP-NO              PIC 9(2).
               10  WS-STEP-JOB             PIC X(8).
               10  WS-STEP-LOGS-FLAG       PIC X.
                   88  WS-STEP-LOGS-ITSELF VALUE "Y".
               10  WS-STEP-DEP OCCURS 3 TIMES PIC 9(2).

      *    WHAT HAPPENED TO EACH STEP ON THIS RUN, PLUS THE RUNREG.DAT
      *    FIGURES OF THE RUN THAT COUNTS FOR IT, FOR THE SUMMARY.
      *    "C" COMPLETED NOW, "P" COMPLETED ON AN EARLIER RUN FOR THE
      *    SAME BUSINESS DATE, "F" CALLED BUT NOT CLOSED OFF ON
      *    RUNREG.DAT, "X" COULD NOT BE CALLED, "H" HELD BECAUSE A
      *    STEP IT DEPENDS ON IS NOT COMPLETE, "N" NOT REACHED.
       01  WS-RESULT-TABLE.
           05  WS-RESULT OCCURS 10 TIMES.
               10  WS-RES-STATE            PIC X.
                   88  WS-RES-COMPLETE     VALUE "C" "P".
               10  WS-RES-START-TS         PIC 9(14).
               10  WS-RES-END-TS           PIC 9(14).
               10  WS-RES-READ             PIC 9(6).
               10  WS-RES-WRITE            PIC 9(6).
               10  WS-RES-SKIP             PIC 9(6).

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(38) VALUE
               "BREADWICH - NIGHTLY JOB STREAM SUMMARY".
       01  WS-REP-SUBHEAD.
           05  FILLER                      PIC X(14) VALUE
               "BUSINESS DATE ".
           05  WS-RH-DATE                  PIC 9(8).
           05  FILLER                      PIC X(16) VALUE
               "   RUN STARTED ".
           05  WS-RH-START-TS              PIC 9(14).
       01  WS-REP-COLUMNS                  PIC X(110) VALUE
           "STEP  JOB       DEPENDS   RESULT                    STARTED
      -    "         ENDED             READ  WRITTEN  SKIPPED".
       01  WS-REP-DETAIL.
           05  WS-RD-STEP                  PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RD-JOB                   PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-DEP1                  PIC Z9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-DEP2                  PIC Z9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-DEP3                  PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-RESULT                PIC X(24).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-START-TS              PIC Z(13)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-END-TS                PIC Z(13)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-READ                  PIC Z(5)9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-WRITE                 PIC Z(5)9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-SKIP                  PIC Z(5)9.
       01  WS-REP-COUNTS.
           05  FILLER                      PIC X(11) VALUE
               "STEPS RUN: ".
           05  WS-RC-RUN                   PIC Z(5)9.
           05  FILLER                      PIC X(13) VALUE
               "  COMPLETED: ".
           05  WS-RC-DONE                  PIC Z(5)9.
           05  FILLER                      PIC X(20) VALUE
               "  ALREADY COMPLETE: ".
           05  WS-RC-EARLIER               PIC Z(5)9.
           05  FILLER                      PIC X(10) VALUE
               "  FAILED: ".
           05  WS-RC-FAILED                PIC Z(5)9.
           05  FILLER                      PIC X(11) VALUE
               "  NOT RUN: ".
           05  WS-RC-NOT-RUN               PIC Z(5)9.
       01  WS-REP-END-OK.
           05  FILLER                      PIC X(37) VALUE
               "STREAM COMPLETE FOR BUSINESS DATE ".
           05  WS-RE-DATE                  PIC 9(8).
       01  WS-REP-END-STOPPED.
           05  FILLER                      PIC X(23) VALUE
               "STREAM STOPPED AT STEP ".
           05  WS-RS-STEP                  PIC Z9.
           05  FILLER                      PIC X(2) VALUE " (".
           05  WS-RS-JOB                   PIC X(8).
           05  FILLER                      PIC X(53) VALUE
               ") - RERUN FOR THE SAME BUSINESS DATE TO RESUME THERE".
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - THE STREAM ITSELF IS LOGGED AS
      *    "JOBSTRM", AND THE SAME AREA IS BORROWED TO LOG THE STEPS
      *    THAT DO NOT LOG THEMSELVES. THE STREAM'S OWN START
      *    TIMESTAMP IS KEPT ASIDE IN WS-STREAM-START-TS MEANWHILE.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BUSINESS DATE FOR THE NIGHTLY STREAM (YYYYMMDD):"
           ACCEPT WS-BUSINESS-DATE
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
               TO WS-TEST-RESULT
           IF WS-TEST-RESULT NOT = 0
               DISPLAY "INVALID DATE - STREAM NOT STARTED"
           ELSE
               SET RLG-START TO TRUE
               MOVE "JOBSTRM" TO RLG-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RLG-PARAMETERS
               CALL "RUNLOG" USING RUNLOG-AREA END-CALL
               MOVE RLG-START-TS TO WS-STREAM-START-TS
               PERFORM READ-CHECKPOINT-PARA
               PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT OR WS-STREAM-STOPPED
                   PERFORM RUN-ONE-STEP-PARA
               END-PERFORM
               PERFORM WRITE-SUMMARY-PARA
               IF WS-STREAM-STOPPED
                   DISPLAY "JOB STREAM STOPPED AT STEP " WS-STOP-STEP
                       " - " WS-STEP-JOB(WS-STOP-STEP)
               ELSE
                   DISPLAY "JOB STREAM COMPLETE FOR " WS-BUSINESS-DATE
               END-IF
               SET RLG-END TO TRUE
               MOVE "JOBSTRM"          TO RLG-JOB-NAME
               MOVE WS-STREAM-START-TS TO RLG-START-TS
               MOVE WS-RUN-COUNT       TO RLG-READ-COUNT
               MOVE WS-DONE-COUNT      TO RLG-WRITE-COUNT
               MOVE WS-EARLIER-COUNT   TO RLG-SKIP-COUNT
               CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           END-IF
           STOP RUN.

      *    THE CHECKPOINT ONLY COUNTS FOR THE BUSINESS DATE IT WAS
      *    WRITTEN FOR - TONIGHT'S STREAM MUST NOT SKIP A STEP BECAUSE
      *    IT COMPLETED LAST NIGHT.
       READ-CHECKPOINT-PARA.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 10
               MOVE "N" TO WS-RES-STATE(WS-S)
               MOVE 0   TO WS-RES-START-TS(WS-S)
               MOVE 0   TO WS-RES-END-TS(WS-S)
               MOVE 0   TO WS-RES-READ(WS-S)
               MOVE 0   TO WS-RES-WRITE(WS-S)
               MOVE 0   TO WS-RES-SKIP(WS-S)
           END-PERFORM
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SCK-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM VARYING WS-S FROM 1 BY 1
                               UNTIL WS-S > WS-STEP-COUNT
                               IF SCK-STEP-COMPLETE(WS-S)
                                   MOVE "P" TO WS-RES-STATE(WS-S)
                                   MOVE SCK-STEP-RUN-TS(WS-S)
                                       TO WS-RES-START-TS(WS-S)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE.

      *    REWRITTEN IN FULL AFTER EVERY COMPLETED STEP, SO A STREAM
      *    THAT ABENDS INSIDE THE NEXT STEP STILL LEAVES EVERYTHING
      *    UP TO IT RECORDED.
       WRITE-CHECKPOINT-PARA.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-BUSINESS-DATE TO SCK-BUSINESS-DATE
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 10
               IF WS-RES-COMPLETE(WS-D)
                   SET SCK-STEP-COMPLETE(WS-D) TO TRUE
                   MOVE WS-RES-START-TS(WS-D) TO SCK-STEP-RUN-TS(WS-D)
               ELSE
                   MOVE SPACE TO SCK-STEP-STATUS(WS-D)
                   MOVE 0     TO SCK-STEP-RUN-TS(WS-D)
               END-IF
           END-PERFORM
           WRITE STREAM-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       RUN-ONE-STEP-PARA.
           IF WS-RES-STATE(WS-S) = "P"
               ADD 1 TO WS-EARLIER-COUNT
               PERFORM LOOKUP-EARLIER-RUN-PARA
           ELSE
               PERFORM CHECK-DEPENDENCIES-PARA
               IF NOT WS-DEPS-OK
                   MOVE "H" TO WS-RES-STATE(WS-S)
                   PERFORM STOP-STREAM-PARA
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   PERFORM CALL-STEP-PARA
                   IF NOT WS-CALL-OK
                       MOVE "X" TO WS-RES-STATE(WS-S)
                       PERFORM STOP-STREAM-PARA
                   ELSE
                       PERFORM CHECK-RUN-REGISTER-PARA
                       IF WS-RUN-FOUND
                           MOVE "C" TO WS-RES-STATE(WS-S)
                           ADD 1 TO WS-DONE-COUNT
                           PERFORM WRITE-CHECKPOINT-PARA
                       ELSE
                           MOVE "F" TO WS-RES-STATE(WS-S)
                           PERFORM STOP-STREAM-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STOP-STREAM-PARA.
           SET WS-STREAM-STOPPED TO TRUE
           MOVE WS-S TO WS-STOP-STEP
           ADD 1 TO WS-FAILED-COUNT.

      *    EVERY STEP NAMED AS A DEPENDENCY MUST HAVE COMPLETED FOR
      *    THIS BUSINESS DATE - ON THIS RUN OR ON AN EARLIER ONE.
       CHECK-DEPENDENCIES-PARA.
           SET WS-DEPS-OK TO TRUE
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 3
               MOVE WS-STEP-DEP(WS-S, WS-D) TO WS-DEP-STEP
               IF WS-DEP-STEP > 0
                   IF WS-DEP-STEP > WS-STEP-COUNT
                       MOVE "N" TO WS-DEPS-OK-FLAG
                   ELSE
                       IF NOT WS-RES-COMPLETE(WS-DEP-STEP)
                           MOVE "N" TO WS-DEPS-OK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    THE STEP'S START TIME IS TAKEN BEFORE THE CALL, SO THE
      *    RUNREG.DAT LOOKUP AFTERWARDS ONLY ACCEPTS A RUN STARTED BY
      *    THIS CALL - NEVER AN OLDER RUN OF THE SAME JOB. A PROGRAM
      *    THAT CANNOT BE LOADED AT ALL FAILS THE STEP RIGHT HERE.
       CALL-STEP-PARA.
           SET WS-CALL-OK TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-CALL-TS
           MOVE WS-STEP-JOB(WS-S) TO WS-CALL-PROGRAM
           DISPLAY "STEP " WS-STEP-NO(WS-S) " - STARTING "
               WS-CALL-PROGRAM
           IF NOT WS-STEP-LOGS-ITSELF(WS-S)
               SET RLG-START TO TRUE
               MOVE WS-CALL-PROGRAM TO RLG-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RLG-PARAMETERS
               CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           END-IF
           CALL WS-CALL-PROGRAM
               ON EXCEPTION
                   DISPLAY "STEP " WS-STEP-NO(WS-S)
                       " - PROGRAM " WS-CALL-PROGRAM
                       " COULD NOT BE CALLED"
                   MOVE "N" TO WS-CALL-OK-FLAG
           END-CALL
           IF NOT WS-STEP-LOGS-ITSELF(WS-S) AND WS-CALL-OK
               SET RLG-END TO TRUE
               MOVE WS-CALL-PROGRAM TO RLG-JOB-NAME
               MOVE 0 TO RLG-READ-COUNT
               MOVE 0 TO RLG-WRITE-COUNT
               MOVE 0 TO RLG-SKIP-COUNT
               CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           END-IF.

      *    KEYED START AT JOB NAME + THE STEP'S START TIME; ANY RUN OF
      *    THE JOB FROM THERE ON THAT IS CLOSED OFF "C" COMPLETES THE
      *    STEP. A RECORD STILL ON "R" IS A RUN THAT NEVER FINISHED.
       CHECK-RUN-REGISTER-PARA.
           MOVE "N" TO WS-RUN-FOUND-FLAG
           OPEN INPUT RUNREG-FILE
           IF WS-RUNREG-STATUS = "00"
               MOVE WS-STEP-JOB(WS-S) TO RR-JOB-NAME
               MOVE WS-STEP-CALL-TS   TO RR-START-TS
               START RUNREG-FILE KEY IS NOT LESS THAN RR-KEY
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-RUNREG-STATUS NOT = "00"
                   OR WS-RUN-FOUND
                   READ RUNREG-FILE NEXT RECORD
                       AT END EXIT PERFORM
                       NOT AT END
                           IF RR-JOB-NAME NOT = WS-STEP-JOB(WS-S)
                               EXIT PERFORM
                           END-IF
                           IF RR-COMPLETE
                               SET WS-RUN-FOUND TO TRUE
                               PERFORM NOTE-RUN-FIGURES-PARA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUNREG-FILE.

      *    A STEP SKIPPED AS ALREADY COMPLETE STILL SHOWS ITS FIGURES
      *    ON THE SUMMARY - ONE KEYED READ OF THE RUN THE CHECKPOINT
      *    REMEMBERS.
       LOOKUP-EARLIER-RUN-PARA.
           OPEN INPUT RUNREG-FILE
           IF WS-RUNREG-STATUS = "00"
               MOVE WS-STEP-JOB(WS-S)      TO RR-JOB-NAME
               MOVE WS-RES-START-TS(WS-S)  TO RR-START-TS
               READ RUNREG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM NOTE-RUN-FIGURES-PARA
               END-READ
           END-IF
           CLOSE RUNREG-FILE.

       NOTE-RUN-FIGURES-PARA.
           MOVE RR-START-TS    TO WS-RES-START-TS(WS-S)
           MOVE RR-END-TS      TO WS-RES-END-TS(WS-S)
           MOVE RR-READ-COUNT  TO WS-RES-READ(WS-S)
           MOVE RR-WRITE-COUNT TO WS-RES-WRITE(WS-S)
           MOVE RR-SKIP-COUNT  TO WS-RES-SKIP(WS-S).

      ******************************************************************
      *    STREAM SUMMARY - ONE PAGE, REWRITTEN ON EVERY RUN
      ******************************************************************
       WRITE-SUMMARY-PARA.
           OPEN OUTPUT JOBSTRM-FILE
           WRITE JOBSTRM-PRINT-LINE FROM WS-REP-HEADER
           MOVE WS-BUSINESS-DATE   TO WS-RH-DATE
           MOVE WS-STREAM-START-TS TO WS-RH-START-TS
           WRITE JOBSTRM-PRINT-LINE FROM WS-REP-SUBHEAD
           WRITE JOBSTRM-PRINT-LINE FROM WS-BLANK-LINE
           WRITE JOBSTRM-PRINT-LINE FROM WS-REP-COLUMNS
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-STEP-COUNT
               PERFORM WRITE-STEP-LINE-PARA
           END-PERFORM
           WRITE JOBSTRM-PRINT-LINE FROM WS-BLANK-LINE
           MOVE WS-RUN-COUNT     TO WS-RC-RUN
           MOVE WS-DONE-COUNT    TO WS-RC-DONE
           MOVE WS-EARLIER-COUNT TO WS-RC-EARLIER
           MOVE WS-FAILED-COUNT  TO WS-RC-FAILED
           MOVE WS-NOT-RUN-COUNT TO WS-RC-NOT-RUN
           WRITE JOBSTRM-PRINT-LINE FROM WS-REP-COUNTS
           IF WS-STREAM-STOPPED
               MOVE WS-STOP-STEP              TO WS-RS-STEP
               MOVE WS-STEP-JOB(WS-STOP-STEP) TO WS-RS-JOB
               WRITE JOBSTRM-PRINT-LINE FROM WS-REP-END-STOPPED
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-RE-DATE
               WRITE JOBSTRM-PRINT-LINE FROM WS-REP-END-OK
           END-IF
           CLOSE JOBSTRM-FILE.

       WRITE-STEP-LINE-PARA.
           MOVE WS-STEP-NO(WS-S)     TO WS-RD-STEP
           MOVE WS-STEP-JOB(WS-S)    TO WS-RD-JOB
           MOVE WS-STEP-DEP(WS-S, 1) TO WS-RD-DEP1
           MOVE WS-STEP-DEP(WS-S, 2) TO WS-RD-DEP2
           MOVE WS-STEP-DEP(WS-S, 3) TO WS-RD-DEP3
           EVALUATE WS-RES-STATE(WS-S)
               WHEN "C" MOVE "COMPLETED"              TO WS-RD-RESULT
               WHEN "P" MOVE "COMPLETE - EARLIER RUN" TO WS-RD-RESULT
               WHEN "F" MOVE "FAILED - NOT CLOSED OFF" TO WS-RD-RESULT
               WHEN "X" MOVE "FAILED - NOT CALLABLE"  TO WS-RD-RESULT
               WHEN "H" MOVE "HELD - DEPENDENCY"      TO WS-RD-RESULT
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-RD-RESULT
                   ADD 1 TO WS-NOT-RUN-COUNT
           END-EVALUATE
           MOVE WS-RES-START-TS(WS-S) TO WS-RD-START-TS
           MOVE WS-RES-END-TS(WS-S)   TO WS-RD-END-TS
           MOVE WS-RES-READ(WS-S)     TO WS-RD-READ
           MOVE WS-RES-WRITE(WS-S)    TO WS-RD-WRITE
           MOVE WS-RES-SKIP(WS-S)     TO WS-RD-SKIP
           WRITE JOBSTRM-PRINT-LINE FROM WS-REP-DETAIL.
