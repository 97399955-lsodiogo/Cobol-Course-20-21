      ******************************************************************
      *    BREADWICH | GENERAL-LEDGER EXPORT REGISTER RECORD LAYOUT
      *    ONE RECORD PER DOCUMENT GLEXPORT HAS ALREADY SENT TO THE
      *    LEDGER, KEYED BY WHERE THE DOCUMENT CAME FROM AND ITS
      *    NUMBER. A DOCUMENT FOUND HERE IS NEVER JOURNALISED AGAIN,
      *    WHATEVER PERIOD THE RUN IS FOR - THIS IS WHAT STOPS A RERUN
      *    POSTING THE SAME INVOICE OR RECEIPT TWICE.
      *        GLX-SOURCE "R" - INVOICE REGISTER DOCUMENT (GLX-SEQ
      *                         ZERO)
      *                   "P" - RECEIPT (INVOICE NUMBER + PAY-SEQ)
      ******************************************************************
       01  GL-EXPORT-REG-RECORD.
           05  GLX-KEY.
               10  GLX-SOURCE             PIC X.
                   88  GLX-FROM-REGISTER  VALUE "R".
                   88  GLX-FROM-PAYMENTS  VALUE "P".
               10  GLX-DOC-NUMBER         PIC 9(8).
               10  GLX-SEQ                PIC 9(3).
      *    THE JOURNAL PERIOD AND ENTRY THE DOCUMENT WENT OUT UNDER,
      *    AND WHEN - SO A QUERY FROM THE ACCOUNTANT CAN BE TRACED
      *    BACK TO THE RUN.
           05  GLX-PERIOD                 PIC 9(6).
           05  GLX-ENTRY-NO               PIC 9(6).
           05  GLX-EXPORT-TS              PIC 9(14).
