      ******************************************************************
      *    BREADWICH | PERIOD CLOSE/REOPEN AUDIT RECORD LAYOUT
      *    ONE LINE PER CLOSE OR REOPEN OF AN ACCOUNTING PERIOD ON THE
      *    PERCLOSE SCREEN - WHICH MONTH, WHAT WAS DONE, THE REASON
      *    GIVEN, WHEN AND BY WHICH SUPERVISOR. SAME DELIMITED SHAPE AS
      *    THE ORDER AND DOWNTIME AUDIT TRAILS (SEE ORDAUDIT.cpy).
      ******************************************************************
       01  PERIOD-AUDIT-RECORD.
           05  PA-PERIOD                  PIC 9(6).
           05  FILLER                     PIC X VALUE ";".
           05  PA-ACTION                  PIC X(6).
           05  FILLER                     PIC X VALUE ";".
           05  PA-REASON                  PIC X(60).
           05  FILLER                     PIC X VALUE ";".
           05  PA-TIMESTAMP               PIC 9(14).
           05  FILLER                     PIC X VALUE ";".
      *    SIGNED-ON OPERATOR WHO MADE THE CHANGE (SEE SIGNONAREA.cpy).
           05  PA-OPERATOR                PIC X(8).
