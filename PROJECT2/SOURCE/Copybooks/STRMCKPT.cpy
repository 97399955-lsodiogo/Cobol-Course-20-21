      ******************************************************************
      *    BREADWICH | JOBSTRM CHECKPOINT RECORD LAYOUT
      *    ONE RECORD, REWRITTEN BY THE NIGHTLY JOB-STREAM DRIVER EVERY
      *    TIME A STEP COMPLETES. HOLDS THE BUSINESS DATE THE STREAM IS
      *    RUNNING FOR AND, PER STEP-TABLE ENTRY, WHETHER THAT STEP HAS
      *    ALREADY COMPLETED FOR IT (AND THE RUNREG.DAT START TIMESTAMP
      *    OF THE RUN THAT DID IT). A RERUN FOR THE SAME BUSINESS DATE
      *    SKIPS THE COMPLETED STEPS AND RESUMES AT THE ONE THAT
      *    FAILED; A NEW BUSINESS DATE STARTS THE TABLE AFRESH.
      ******************************************************************
       01  STREAM-CHECKPOINT-RECORD.
           05  SCK-BUSINESS-DATE          PIC 9(8).
           05  SCK-STEP-ENTRY OCCURS 10 TIMES.
               10  SCK-STEP-STATUS        PIC X.
                   88  SCK-STEP-COMPLETE  VALUE "C".
               10  SCK-STEP-RUN-TS        PIC 9(14).
