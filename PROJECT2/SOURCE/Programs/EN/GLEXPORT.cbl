      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | GENERAL-LEDGER JOURNAL INTERFACE BATCH JOB
      *    PERIOD-END RUN, AFTER INVOICE, CRNOTE AND THE MONTH'S
      *    RECEIPTS. TURNS EVERY INVOICE AND CREDIT NOTE ON THE
      *    REGISTER (INVREG.DAT) AND EVERY RECEIPT POSTED THROUGH
      *    PAYMNT (PAYMENTS.DAT) INTO A BALANCED DOUBLE-ENTRY JOURNAL
      *    (GLJRNL.DAT, SEE GLJRNL.cpy) FOR THE ACCOUNTING PACKAGE:
      *      INVOICE     - DR RECEIVABLES (GROSS)
      *                    CR SALES (NET), CR VAT PAYABLE (VAT)
      *      CREDIT NOTE - THE REVERSE OF AN INVOICE
      *      RECEIPT     - DR BANK, CR RECEIVABLES
      *    THE FOUR ACCOUNT CODES ARE PARAM.DAT SETTINGS MAINTAINED IN
      *    PARAMMNT ("GLACCTRECEIVABLE", "GLACCTSALES", "GLACCTVAT",
      *    "GLACCTBANK") - THE RUN REFUSES TO START WHILE ANY OF THEM
      *    IS UNSET. EVERY DOCUMENT DATED UP TO THE END OF THE PERIOD
      *    THAT IS NOT YET ON THE EXPORT REGISTER (GLEXPREG.DAT) IS
      *    JOURNALISED AND REGISTERED, SO A LATE CREDIT NOTE IS PICKED
      *    UP BY THE NEXT RUN AND NOTHING IS EVER SENT TWICE. GLJRNL.DAT
      *    HOLDS ONLY THE CURRENT RUN'S ENTRIES AND MUST BE LOADED INTO
      *    THE LEDGER BEFORE THE NEXT RUN. THE CONTROL REPORT
      *    (GLEXPORT.DAT) LISTS EACH ENTRY AND ENDS WITH THE DEBIT AND
      *    CREDIT CONTROL TOTALS.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INVREG-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT PARAM-FILE ASSIGN TO "PARAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT GLEXPREG-FILE ASSIGN TO "GLEXPREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLX-KEY
               FILE STATUS IS WS-GLEXPREG-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT GLEXPORT-FILE ASSIGN TO "GLEXPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVREG-FILE.
           COPY INVREG.

       FD  PAYMENT-FILE.
           COPY PAYMENT.

       FD  PARAM-FILE.
           COPY PARAMFILE.

       FD  GLEXPREG-FILE.
           COPY GLEXPREG.

       FD  GLJRNL-FILE.
       01  GLJRNL-LINE                    PIC X(77).

       FD  GLEXPORT-FILE.
       01  GLEXPORT-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INVREG-STATUS                PIC XX.
       01  WS-PAYMENT-STATUS               PIC XX.
       01  WS-PARAM-STATUS                 PIC XX.
       01  WS-GLEXPREG-STATUS              PIC XX.
       01  WS-GLJRNL-STATUS                PIC XX.
       01  WS-GLEXPORT-STATUS              PIC XX.

      *    THE JOURNAL LINE IS BUILT HERE, WHERE ITS ";" SEPARATORS
      *    HOLD THEIR VALUES, AND WRITTEN FROM HERE.
           COPY GLJRNL.

       01  WS-PERIOD                       PIC 9(6).
       01  WS-PERIOD-MONTH                 PIC 9(2).
       01  WS-PERIOD-END                   PIC 9(8).
       01  WS-NOW-TIMESTAMP                PIC 9(14).
       01  WS-READ-COUNT                   PIC 9(6) VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(6) VALUE 0.
       01  WS-SKIP-COUNT                   PIC 9(6) VALUE 0.
       01  WS-DOC-COUNT                    PIC 9(6) VALUE 0.
       01  WS-ENTRY-NO                     PIC 9(6) VALUE 0.

      *    LEDGER ACCOUNT CODES, FROM PARAM.DAT.
       01  WS-ACCT-RECEIVABLE              PIC 9(8) VALUE 0.
       01  WS-ACCT-SALES                   PIC 9(8) VALUE 0.
       01  WS-ACCT-VAT                     PIC 9(8) VALUE 0.
       01  WS-ACCT-BANK                    PIC 9(8) VALUE 0.
       01  WS-ACCOUNTS-OK-FLAG             PIC X VALUE "Y".
           88  WS-ACCOUNTS-OK              VALUE "Y".

      *    THE DOCUMENT BEING JOURNALISED.
       01  WS-DOC-NET                      PIC 9(9)V99.
       01  WS-POST-ACCOUNT                 PIC 9(8).
       01  WS-POST-DEBIT                   PIC 9(9)V99.
       01  WS-POST-CREDIT                  PIC 9(9)V99.
       01  WS-REG-SOURCE                   PIC X.
       01  WS-REG-FOUND-FLAG               PIC X VALUE "N".
           88  WS-REG-FOUND                VALUE "Y".

      *    CONTROL TOTALS OF THE RUN.
       01  WS-TOTAL-DEBIT                  PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDIT                 PIC 9(11)V99 VALUE 0.

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(46) VALUE
               "BREADWICH - GENERAL-LEDGER JOURNAL FOR PERIOD ".
           05  WS-RH-PERIOD                PIC 9(6).
       01  WS-REP-COLUMNS.
           05  FILLER                      PIC X(48) VALUE
               "ENTRY  TYPE  DOCUMENT  SEQ  DATE      SCHOOL  ".
           05  FILLER                      PIC X(48) VALUE
               "ACCOUNT            DEBIT          CREDIT".
       01  WS-REP-DETAIL.
           05  WS-RD-ENTRY                 PIC Z(5)9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-TYPE                  PIC X.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-DOCUMENT              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-SEQ                   PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-DATE                  PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-SCHOOL                PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-ACCOUNT               PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-DEBIT                 PIC Z(8)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-CREDIT                PIC Z(8)9.99.
       01  WS-REP-TOTAL-DEBIT.
           05  FILLER                      PIC X(26) VALUE
               "CONTROL TOTAL - DEBITS  : ".
           05  WS-RT-DEBIT                 PIC Z(10)9.99.
       01  WS-REP-TOTAL-CREDIT.
           05  FILLER                      PIC X(26) VALUE
               "CONTROL TOTAL - CREDITS : ".
           05  WS-RT-CREDIT                PIC Z(10)9.99.
       01  WS-REP-BALANCED                 PIC X(40) VALUE
           "DEBITS EQUAL CREDITS - JOURNAL BALANCED".
       01  WS-REP-UNBALANCED               PIC X(50) VALUE
           "*** DEBITS DO NOT EQUAL CREDITS - DO NOT LOAD ***".
       01  WS-REP-COUNTS.
           05  FILLER                      PIC X(20) VALUE
               "DOCUMENTS EXPORTED: ".
           05  WS-RC-DOCS                  PIC Z(5)9.
           05  FILLER                      PIC X(30) VALUE
               "   ALREADY EXPORTED, SKIPPED: ".
           05  WS-RC-SKIPPED               PIC Z(5)9.
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    JOURNAL PERIOD AS THE RUN PARAMETER), ONE AT END WITH THE
      *    DOCUMENTS READ, JOURNAL LINES WRITTEN AND DOCUMENTS SKIPPED
      *    AS ALREADY EXPORTED.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "JOURNAL PERIOD (YYYYMM):"
           ACCEPT WS-PERIOD
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD < 200001 OR WS-PERIOD-MONTH < 1
               OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID PERIOD - NO JOURNAL PRODUCED"
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-END = WS-PERIOD * 100 + 31
           PERFORM OPEN-FILES-PARA
           PERFORM LOAD-ACCOUNTS-PARA
           IF NOT WS-ACCOUNTS-OK
               DISPLAY "GENERAL-LEDGER ACCOUNT CODES NOT SET IN PARAMMN
      -            "T - NO JOURNAL PRODUCED"
               PERFORM CLOSE-FILES-PARA
               STOP RUN
           END-IF
           SET RLG-START TO TRUE
           MOVE "GLEXPORT" TO RLG-JOB-NAME
           MOVE WS-PERIOD TO RLG-PARAMETERS
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           PERFORM FIND-LAST-ENTRY-PARA
           MOVE WS-PERIOD TO WS-RH-PERIOD
           WRITE GLEXPORT-PRINT-LINE FROM WS-REP-HEADER
           WRITE GLEXPORT-PRINT-LINE FROM WS-BLANK-LINE
           WRITE GLEXPORT-PRINT-LINE FROM WS-REP-COLUMNS
           PERFORM EXPORT-REGISTER-PARA
           PERFORM EXPORT-PAYMENTS-PARA
           PERFORM WRITE-CONTROL-TOTALS-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "GENERAL-LEDGER JOURNAL WRITTEN FOR " WS-PERIOD
               " - DOCUMENTS: " WS-DOC-COUNT
               " LINES: " WS-LINE-COUNT
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               DISPLAY "WARNING: DEBITS DO NOT EQUAL CREDITS - SEE GLEX
      -            "PORT.DAT"
           END-IF
           SET RLG-END TO TRUE
           MOVE WS-READ-COUNT TO RLG-READ-COUNT
           MOVE WS-LINE-COUNT TO RLG-WRITE-COUNT
           MOVE WS-SKIP-COUNT TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT INVREG-FILE
           IF WS-INVREG-STATUS = "35"
               CLOSE INVREG-FILE
               OPEN OUTPUT INVREG-FILE
               CLOSE INVREG-FILE
               OPEN INPUT INVREG-FILE
           END-IF
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-STATUS = "35"
               CLOSE PAYMENT-FILE
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               OPEN INPUT PAYMENT-FILE
           END-IF
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "35"
               CLOSE PARAM-FILE
               OPEN OUTPUT PARAM-FILE
               CLOSE PARAM-FILE
               OPEN INPUT PARAM-FILE
           END-IF
           OPEN I-O GLEXPREG-FILE
           IF WS-GLEXPREG-STATUS = "35"
               CLOSE GLEXPREG-FILE
               OPEN OUTPUT GLEXPREG-FILE
               CLOSE GLEXPREG-FILE
               OPEN I-O GLEXPREG-FILE
           END-IF
           OPEN OUTPUT GLJRNL-FILE
           OPEN OUTPUT GLEXPORT-FILE.

       CLOSE-FILES-PARA.
           CLOSE INVREG-FILE
           CLOSE PAYMENT-FILE
           CLOSE PARAM-FILE
           CLOSE GLEXPREG-FILE
           CLOSE GLJRNL-FILE
           CLOSE GLEXPORT-FILE.

      *    A MISSING OR ZERO ACCOUNT CODE WOULD SEND POSTINGS TO NO
      *    ACCOUNT AT ALL - THE RUN IS REFUSED INSTEAD.
       LOAD-ACCOUNTS-PARA.
           MOVE "GLACCTRECEIVABLE" TO PARM-KEY
           PERFORM READ-ACCOUNT-PARA
           MOVE PARM-VALUE TO WS-ACCT-RECEIVABLE
           MOVE "GLACCTSALES" TO PARM-KEY
           PERFORM READ-ACCOUNT-PARA
           MOVE PARM-VALUE TO WS-ACCT-SALES
           MOVE "GLACCTVAT" TO PARM-KEY
           PERFORM READ-ACCOUNT-PARA
           MOVE PARM-VALUE TO WS-ACCT-VAT
           MOVE "GLACCTBANK" TO PARM-KEY
           PERFORM READ-ACCOUNT-PARA
           MOVE PARM-VALUE TO WS-ACCT-BANK.

       READ-ACCOUNT-PARA.
           READ PARAM-FILE
               INVALID KEY MOVE 0 TO PARM-VALUE
           END-READ
           IF PARM-VALUE = 0
               MOVE "N" TO WS-ACCOUNTS-OK-FLAG
               DISPLAY "ACCOUNT CODE NOT SET: " PARM-KEY
           END-IF.

      *    ENTRY NUMBERS CARRY ON FROM THE HIGHEST ONE EVER EXPORTED,
      *    SO AN ENTRY NUMBER IDENTIFIES ONE DOCUMENT IN THE LEDGER
      *    ACROSS ALL RUNS.
       FIND-LAST-ENTRY-PARA.
           MOVE 0 TO WS-ENTRY-NO
           MOVE LOW-VALUES TO GL-EXPORT-REG-RECORD
           START GLEXPREG-FILE KEY IS NOT LESS THAN GLX-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-GLEXPREG-STATUS NOT = "00"
               READ GLEXPREG-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF GLX-ENTRY-NO > WS-ENTRY-NO
                           MOVE GLX-ENTRY-NO TO WS-ENTRY-NO
                       END-IF
               END-READ
           END-PERFORM.

      *    INVOICES AND CREDIT NOTES, BY ISSUE DATE.
       EXPORT-REGISTER-PARA.
           MOVE LOW-VALUES TO INVOICE-REGISTER-RECORD
           START INVREG-FILE KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-INVREG-STATUS NOT = "00"
               READ INVREG-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF INV-ISSUE-DATE <= WS-PERIOD-END
                           ADD 1 TO WS-READ-COUNT
                           MOVE "R" TO WS-REG-SOURCE
                           MOVE INV-NUMBER TO GLX-DOC-NUMBER
                           MOVE 0 TO GLX-SEQ
                           PERFORM CHECK-EXPORTED-PARA
                           IF WS-REG-FOUND
                               ADD 1 TO WS-SKIP-COUNT
                           ELSE
                               PERFORM JOURNAL-DOCUMENT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    INV-TOTAL IS GROSS, INV-NET + INV-VAT = INV-TOTAL. DOCUMENTS
      *    ISSUED BEFORE THE VAT SPLIT EXISTED CARRY NEITHER FIGURE -
      *    THE WHOLE GROSS THEN GOES TO SALES, AS IT DID AT THE TIME,
      *    AND THE ENTRY STILL BALANCES.
       JOURNAL-DOCUMENT-PARA.
           ADD 1 TO WS-ENTRY-NO
           ADD 1 TO WS-DOC-COUNT
           COMPUTE WS-DOC-NET = INV-TOTAL - INV-VAT
           MOVE 0 TO GLJ-PAY-SEQ
           IF INV-CREDIT-NOTE
               MOVE "C" TO GLJ-DOC-TYPE
               MOVE WS-ACCT-SALES TO WS-POST-ACCOUNT
               MOVE WS-DOC-NET    TO WS-POST-DEBIT
               MOVE 0             TO WS-POST-CREDIT
               PERFORM WRITE-INV-LINE-PARA
               MOVE WS-ACCT-VAT   TO WS-POST-ACCOUNT
               MOVE INV-VAT       TO WS-POST-DEBIT
               PERFORM WRITE-INV-LINE-PARA
               MOVE WS-ACCT-RECEIVABLE TO WS-POST-ACCOUNT
               MOVE 0             TO WS-POST-DEBIT
               MOVE INV-TOTAL     TO WS-POST-CREDIT
               PERFORM WRITE-INV-LINE-PARA
           ELSE
               MOVE "I" TO GLJ-DOC-TYPE
               MOVE WS-ACCT-RECEIVABLE TO WS-POST-ACCOUNT
               MOVE INV-TOTAL     TO WS-POST-DEBIT
               MOVE 0             TO WS-POST-CREDIT
               PERFORM WRITE-INV-LINE-PARA
               MOVE WS-ACCT-SALES TO WS-POST-ACCOUNT
               MOVE 0             TO WS-POST-DEBIT
               MOVE WS-DOC-NET    TO WS-POST-CREDIT
               PERFORM WRITE-INV-LINE-PARA
               MOVE WS-ACCT-VAT   TO WS-POST-ACCOUNT
               MOVE INV-VAT       TO WS-POST-CREDIT
               PERFORM WRITE-INV-LINE-PARA
           END-IF
           MOVE "R"        TO GLX-SOURCE
           MOVE INV-NUMBER TO GLX-DOC-NUMBER
           MOVE 0          TO GLX-SEQ
           PERFORM REGISTER-EXPORT-PARA.

       WRITE-INV-LINE-PARA.
           MOVE INV-NUMBER     TO GLJ-DOC-NUMBER
           MOVE INV-ISSUE-DATE TO GLJ-DOC-DATE
           MOVE INV-SCHOOL-ID  TO GLJ-SCHOOL-ID
           PERFORM WRITE-JOURNAL-LINE-PARA.

      *    RECEIPTS, BY THE DATE THE MONEY ARRIVED. THE SCHOOL COMES
      *    OFF THE INVOICE THE RECEIPT WAS POSTED AGAINST.
       EXPORT-PAYMENTS-PARA.
           MOVE LOW-VALUES TO PAYMENT-RECORD
           START PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PAYMENT-STATUS NOT = "00"
               READ PAYMENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF PAY-RECEIPT-DATE <= WS-PERIOD-END
                           ADD 1 TO WS-READ-COUNT
                           MOVE "P" TO WS-REG-SOURCE
                           MOVE PAY-INV-NUMBER TO GLX-DOC-NUMBER
                           MOVE PAY-SEQ TO GLX-SEQ
                           PERFORM CHECK-EXPORTED-PARA
                           IF WS-REG-FOUND
                               ADD 1 TO WS-SKIP-COUNT
                           ELSE
                               PERFORM JOURNAL-RECEIPT-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       JOURNAL-RECEIPT-PARA.
           ADD 1 TO WS-ENTRY-NO
           ADD 1 TO WS-DOC-COUNT
           MOVE PAY-INV-NUMBER TO INV-NUMBER
           READ INVREG-FILE
               INVALID KEY MOVE 0 TO INV-SCHOOL-ID
           END-READ
           MOVE "P"              TO GLJ-DOC-TYPE
           MOVE PAY-SEQ          TO GLJ-PAY-SEQ
           MOVE WS-ACCT-BANK     TO WS-POST-ACCOUNT
           MOVE PAY-AMOUNT       TO WS-POST-DEBIT
           MOVE 0                TO WS-POST-CREDIT
           PERFORM WRITE-PAY-LINE-PARA
           MOVE WS-ACCT-RECEIVABLE TO WS-POST-ACCOUNT
           MOVE 0                TO WS-POST-DEBIT
           MOVE PAY-AMOUNT       TO WS-POST-CREDIT
           PERFORM WRITE-PAY-LINE-PARA
           MOVE "P"            TO GLX-SOURCE
           MOVE PAY-INV-NUMBER TO GLX-DOC-NUMBER
           MOVE PAY-SEQ        TO GLX-SEQ
           PERFORM REGISTER-EXPORT-PARA.

       WRITE-PAY-LINE-PARA.
           MOVE PAY-INV-NUMBER   TO GLJ-DOC-NUMBER
           MOVE PAY-RECEIPT-DATE TO GLJ-DOC-DATE
           MOVE INV-SCHOOL-ID    TO GLJ-SCHOOL-ID
           PERFORM WRITE-JOURNAL-LINE-PARA.

      *    GLX-DOC-NUMBER / GLX-SEQ ARE SET BY THE CALLER.
       CHECK-EXPORTED-PARA.
           MOVE WS-REG-SOURCE TO GLX-SOURCE
           READ GLEXPREG-FILE
               INVALID KEY MOVE "N" TO WS-REG-FOUND-FLAG
               NOT INVALID KEY SET WS-REG-FOUND TO TRUE
           END-READ.

      *    A ZERO AMOUNT (THE VAT LINE OF AN EXEMPT SCHOOL'S INVOICE)
      *    POSTS NOTHING AND IS LEFT OUT OF THE JOURNAL.
       WRITE-JOURNAL-LINE-PARA.
           IF WS-POST-DEBIT > 0 OR WS-POST-CREDIT > 0
               MOVE WS-PERIOD       TO GLJ-PERIOD
               MOVE WS-ENTRY-NO     TO GLJ-ENTRY-NO
               MOVE WS-POST-ACCOUNT TO GLJ-ACCOUNT
               MOVE WS-POST-DEBIT   TO GLJ-DEBIT
               MOVE WS-POST-CREDIT  TO GLJ-CREDIT
               WRITE GLJRNL-LINE FROM GL-JOURNAL-RECORD
               ADD 1 TO WS-LINE-COUNT
               ADD WS-POST-DEBIT  TO WS-TOTAL-DEBIT
               ADD WS-POST-CREDIT TO WS-TOTAL-CREDIT
               MOVE GLJ-ENTRY-NO   TO WS-RD-ENTRY
               MOVE GLJ-DOC-TYPE   TO WS-RD-TYPE
               MOVE GLJ-DOC-NUMBER TO WS-RD-DOCUMENT
               MOVE GLJ-PAY-SEQ    TO WS-RD-SEQ
               MOVE GLJ-DOC-DATE   TO WS-RD-DATE
               MOVE GLJ-SCHOOL-ID  TO WS-RD-SCHOOL
               MOVE GLJ-ACCOUNT    TO WS-RD-ACCOUNT
               MOVE GLJ-DEBIT      TO WS-RD-DEBIT
               MOVE GLJ-CREDIT     TO WS-RD-CREDIT
               WRITE GLEXPORT-PRINT-LINE FROM WS-REP-DETAIL
           END-IF.

      *    WRITTEN ONLY ONCE ALL THE DOCUMENT'S JOURNAL LINES ARE OUT.
       REGISTER-EXPORT-PARA.
           MOVE WS-PERIOD        TO GLX-PERIOD
           MOVE WS-ENTRY-NO      TO GLX-ENTRY-NO
           MOVE WS-NOW-TIMESTAMP TO GLX-EXPORT-TS
           WRITE GL-EXPORT-REG-RECORD
               INVALID KEY
                   DISPLAY "WARNING: EXPORT REGISTER WRITE FAILED FOR "
                       GLX-SOURCE " " GLX-DOC-NUMBER " " GLX-SEQ
           END-WRITE.

       WRITE-CONTROL-TOTALS-PARA.
           WRITE GLEXPORT-PRINT-LINE FROM WS-BLANK-LINE
           MOVE WS-TOTAL-DEBIT  TO WS-RT-DEBIT
           MOVE WS-TOTAL-CREDIT TO WS-RT-CREDIT
           WRITE GLEXPORT-PRINT-LINE FROM WS-REP-TOTAL-DEBIT
           WRITE GLEXPORT-PRINT-LINE FROM WS-REP-TOTAL-CREDIT
           IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT
               WRITE GLEXPORT-PRINT-LINE FROM WS-REP-BALANCED
           ELSE
               WRITE GLEXPORT-PRINT-LINE FROM WS-REP-UNBALANCED
           END-IF
           MOVE WS-DOC-COUNT  TO WS-RC-DOCS
           MOVE WS-SKIP-COUNT TO WS-RC-SKIPPED
           WRITE GLEXPORT-PRINT-LINE FROM WS-REP-COUNTS.
