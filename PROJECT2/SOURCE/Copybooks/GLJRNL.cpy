      ******************************************************************
      *    BREADWICH | GENERAL-LEDGER JOURNAL RECORD LAYOUT
      *    ONE LINE PER POSTING OF THE DOUBLE-ENTRY JOURNAL GLEXPORT
      *    WRITES FROM THE INVOICE REGISTER AND THE RECEIPTS. EVERY
      *    DOCUMENT IS ONE JOURNAL ENTRY (GLJ-ENTRY-NO) WHOSE LINES
      *    BALANCE - DEBITS EQUAL CREDITS - AND EACH LINE CARRIES
      *    EITHER A DEBIT OR A CREDIT, NEVER BOTH. SEMICOLON-DELIMITED
      *    LIKE THE RSO EXTRACT (EXTRACTREC.cpy) SO THE ACCOUNTING
      *    PACKAGE CAN IMPORT IT STRAIGHT.
      *        GLJ-DOC-TYPE "I" - INVOICE      (INVREG.DAT)
      *                     "C" - CREDIT NOTE  (INVREG.DAT)
      *                     "P" - RECEIPT      (PAYMENTS.DAT, WITH
      *                                         GLJ-PAY-SEQ)
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-PERIOD                 PIC 9(6).
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-ENTRY-NO               PIC 9(6).
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-DOC-TYPE               PIC X.
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-DOC-NUMBER             PIC 9(8).
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-PAY-SEQ                PIC 9(3).
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-DOC-DATE               PIC 9(8).
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-SCHOOL-ID              PIC 9(6).
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-ACCOUNT                PIC 9(8).
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-DEBIT                  PIC 9(9)V99.
           05  FILLER                     PIC X VALUE ";".
           05  GLJ-CREDIT                 PIC 9(9)V99.
