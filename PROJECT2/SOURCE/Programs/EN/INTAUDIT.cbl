      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | MONTH-END CROSS-FILE INTEGRITY AUDIT
      *    READ-ONLY CONTROL REPORT RUN BEFORE A MONTH IS CLOSED. FOR
      *    A GIVEN PERIOD (YYYYMM) IT PROVES THAT ORDERS.DAT, THE
      *    CAPACITY LEDGER (CAPLEDG.DAT), THE INVOICE REGISTER
      *    (INVREG.DAT) AND THE RECEIPTS (PAYMENTS.DAT) AGREE WITH EACH
      *    OTHER, AND LISTS EVERY PLACE THEY DO NOT:
      *      1 - CONFIRMED ("D") ORDERS IN THE PERIOD THAT NO INVOICE
      *          BILLED;
      *      2 - REGISTER DOCUMENTS WHOSE ORDERS ARE GONE, AND BILLED
      *          ORDERS CANCELLED SINCE WITHOUT A CREDIT NOTE;
      *      3 - LEDGER BUCKETS THAT DISAGREE WITH THE LIVE ORDER
      *          LINES, WITH THE DIFFERENCE - NOTHING IS REBUILT HERE,
      *          THAT IS CAPREBLD'S JOB ONCE THE CAUSE IS UNDERSTOOD;
      *      4 - INVOICES WITH MORE RECEIPTS POSTED THAN THEIR TOTAL;
      *      5 - ORDERS WHOSE FROZEN TOTAL IS NOT THE SUM OF THEIR
      *          LINE PRICES.
      *    THE REPORT (INTAUDIT.DAT) ENDS WITH THE EXCEPTION COUNT PER
      *    CHECK. NO FILE IS OPENED FOR UPDATE.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               ALTERNATE RECORD KEY IS ORD-SCHOOL-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT CAPLEDGER-FILE ASSIGN TO "CAPLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CAPLEDGER-STATUS.

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

           SELECT INTAUDIT-FILE ASSIGN TO "INTAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ORDERREC.

       FD  CAPLEDGER-FILE.
           COPY CAPLEDGER.

       FD  INVREG-FILE.
           COPY INVREG.

       FD  PAYMENT-FILE.
           COPY PAYMENT.

       FD  INTAUDIT-FILE.
       01  INTAUDIT-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS                 PIC XX.
       01  WS-CAPLEDGER-STATUS             PIC XX.
       01  WS-INVREG-STATUS                PIC XX.
       01  WS-PAYMENT-STATUS               PIC XX.
       01  WS-INTAUDIT-STATUS              PIC XX.

       01  WS-PERIOD                       PIC 9(6).
       01  WS-PERIOD-MONTH                 PIC 9(2).
       01  WS-PERIOD-START                 PIC 9(8).
       01  WS-PERIOD-END                   PIC 9(8).
       01  WS-I                            PIC S9(4) COMP.
       01  WS-FOUND-IDX                    PIC S9(4) COMP.
       01  WS-LINE-IDX                     PIC 9(2).
       01  WS-READ-COUNT                   PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXCEPTIONS             PIC 9(6) VALUE 0.

      *    EXCEPTIONS FOUND PER CHECK, FOR THE CLOSING COUNTS.
       01  WS-CHECK-COUNTS.
           05  WS-CHECK-COUNT OCCURS 5 TIMES PIC 9(6).
       01  WS-CHECK                        PIC 9.

      *    THE PERIOD'S INVOICES (ONE PER SCHOOL - INVOICE NEVER
      *    BILLS A SCHOOL TWICE FOR A PERIOD) AND WHETHER ANY ORDER
      *    STILL ON FILE WAS BILLED ON EACH. SAME 200-ENTRY TABLE
      *    DISCIPLINE AS INVOICE'S WS-SCH-TABLE.
       01  WS-INV-COUNT                    PIC S9(4) COMP VALUE 0.
       01  WS-INV-OVERFLOW-FLAG            PIC X VALUE "N".
           88  WS-INV-OVERFLOW             VALUE "Y".
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY OCCURS 200 TIMES.
               10  WS-INV-TAB-NUMBER       PIC 9(8).
               10  WS-INV-TAB-SCHOOL       PIC 9(6).
               10  WS-INV-TAB-ISSUE-DATE   PIC 9(8).
               10  WS-INV-TAB-USED-FLAG    PIC X.
                   88  WS-INV-TAB-USED     VALUE "Y".

      *    THE PERIOD'S CREDIT NOTES, BY CREDITED ORDER.
       01  WS-CRN-COUNT                    PIC S9(4) COMP VALUE 0.
       01  WS-CRN-OVERFLOW-FLAG            PIC X VALUE "N".
           88  WS-CRN-OVERFLOW             VALUE "Y".
       01  WS-CRN-TABLE.
           05  WS-CRN-ENTRY OCCURS 500 TIMES.
               10  WS-CRN-TAB-ORDER        PIC 9(6).

      *    THE ORDER BEING CHECKED AGAINST THE REGISTER.
       01  WS-ORDER-BILLED                 PIC 9(9)V99.
       01  WS-INV-FOUND-FLAG               PIC X VALUE "N".
           88  WS-INV-FOUND                VALUE "Y".
       01  WS-CRN-FOUND-FLAG               PIC X VALUE "N".
           88  WS-CRN-FOUND                VALUE "Y".

      *    LEDGER CHECK. EVERY BUCKET IS COMPARED WITH THE LIVE LINES
      *    FOR ITS DATE; THE REVERSE PASS CATCHES LIVE LINES WITH NO
      *    BUCKET AT ALL, ONE DELIVERY DATE AT A TIME.
       01  WS-LIVE-QTY                     PIC 9(7).
       01  WS-LEDGER-DIFF                  PIC S9(8).
       01  WS-SCAN-DATE                    PIC 9(8).
       01  WS-SCAN-SW                      PIC 9(6).
       01  WS-DS-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-DS-OVERFLOW-FLAG             PIC X VALUE "N".
           88  WS-DS-OVERFLOW              VALUE "Y".
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 100 TIMES.
               10  WS-DS-SANDWICH          PIC 9(6).
               10  WS-DS-QTY               PIC 9(7).

      *    PAYMENT CHECK - RECEIPTS ARE KEYED BY INVOICE NUMBER, SO
      *    ONE SEQUENTIAL PASS TOTALS THEM WITH A CONTROL BREAK.
       01  WS-PAY-INV-NUMBER               PIC 9(8) VALUE 0.
       01  WS-PAY-TOTAL                    PIC 9(9)V99 VALUE 0.
       01  WS-PAY-EXCESS                   PIC S9(9)V99.

      *    ORDER TOTAL CHECK.
       01  WS-LINES-SUM                    PIC 9(9)V99.
       01  WS-TOTAL-DIFF                   PIC S9(9)V99.

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(46) VALUE
               "BREADWICH - CROSS-FILE INTEGRITY AUDIT PERIOD ".
           05  WS-RH-PERIOD                PIC 9(6).
       01  WS-REP-SECTION1                 PIC X(70) VALUE
           "1 - CONFIRMED ORDERS IN THE PERIOD NOT BILLED ON ANY INVOICE
      -    "".
       01  WS-REP-SECTION2                 PIC X(70) VALUE
           "2 - REGISTER DOCUMENTS WITH MISSING OR CANCELLED ORDERS".
       01  WS-REP-SECTION3                 PIC X(70) VALUE
           "3 - CAPACITY LEDGER BUCKETS DIFFERING FROM THE LIVE ORDERS".
       01  WS-REP-SECTION4                 PIC X(70) VALUE
           "4 - INVOICES WITH RECEIPTS ABOVE THE INVOICE TOTAL".
       01  WS-REP-SECTION5                 PIC X(70) VALUE
           "5 - ORDERS WHOSE TOTAL IS NOT THE SUM OF THEIR LINE PRICES".
       01  WS-REP-NONE                     PIC X(30) VALUE
           "    NO EXCEPTIONS".

       01  WS-REP-ORDER-LINE.
           05  FILLER                      PIC X(10) VALUE
               "    ORDER ".
           05  WS-RO-ORDER                 PIC 9(6).
           05  FILLER                      PIC X(9) VALUE "  SCHOOL ".
           05  WS-RO-SCHOOL                PIC 9(6).
           05  FILLER                      PIC X(11) VALUE
               "  DELIVERY ".
           05  WS-RO-DATE                  PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RO-REASON                PIC X(50).
       01  WS-REP-DOC-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RD-DOC-TYPE              PIC X(12).
           05  WS-RD-DOC-NUMBER            PIC 9(8).
           05  FILLER                      PIC X(9) VALUE "  SCHOOL ".
           05  WS-RD-SCHOOL                PIC 9(6).
           05  FILLER                      PIC X(8) VALUE "  ORDER ".
           05  WS-RD-ORDER                 PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-REASON                PIC X(50).
       01  WS-REP-LEDGER-LINE.
           05  FILLER                      PIC X(9) VALUE
               "    DATE ".
           05  WS-RL-DATE                  PIC 9(8).
           05  FILLER                      PIC X(11) VALUE
               "  SANDWICH ".
           05  WS-RL-SANDWICH              PIC 9(6).
           05  FILLER                      PIC X(9) VALUE "  LEDGER ".
           05  WS-RL-LEDGER                PIC Z(6)9.
           05  FILLER                      PIC X(9) VALUE "  ORDERS ".
           05  WS-RL-ORDERS                PIC Z(6)9.
           05  FILLER                      PIC X(13) VALUE
               "  DIFFERENCE ".
           05  WS-RL-DIFF                  PIC -(7)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE                  PIC X(20).
       01  WS-REP-PAYMENT-LINE.
           05  FILLER                      PIC X(12) VALUE
               "    INVOICE ".
           05  WS-RP-INVOICE               PIC 9(8).
           05  FILLER                      PIC X(8) VALUE "  TOTAL ".
           05  WS-RP-TOTAL                 PIC Z(8)9.99.
           05  FILLER                      PIC X(7) VALUE "  PAID ".
           05  WS-RP-PAID                  PIC Z(8)9.99.
           05  FILLER                      PIC X(9) VALUE "  EXCESS ".
           05  WS-RP-EXCESS                PIC Z(8)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RP-NOTE                  PIC X(24).
       01  WS-REP-TOTAL-LINE.
           05  FILLER                      PIC X(10) VALUE
               "    ORDER ".
           05  WS-RT-ORDER                 PIC 9(6).
           05  FILLER                      PIC X(8) VALUE "  TOTAL ".
           05  WS-RT-TOTAL                 PIC Z(8)9.99.
           05  FILLER                      PIC X(13) VALUE
               "  LINES SUM ".
           05  WS-RT-LINES                 PIC Z(8)9.99.
           05  FILLER                      PIC X(13) VALUE
               "  DIFFERENCE ".
           05  WS-RT-DIFF                  PIC -(8)9.99.
       01  WS-REP-COUNT-LINE.
           05  FILLER                      PIC X(16) VALUE
               "EXCEPTIONS CHECK".
           05  WS-RC-CHECK                 PIC Z9.
           05  FILLER                      PIC X(2) VALUE ": ".
           05  WS-RC-COUNT                 PIC Z(5)9.
       01  WS-REP-GRAND-LINE.
           05  FILLER                      PIC X(20) VALUE
               "TOTAL EXCEPTIONS  : ".
           05  WS-RG-COUNT                 PIC Z(5)9.
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    AUDITED PERIOD AS THE RUN PARAMETER), ONE AT END WITH THE
      *    RECORDS READ AND THE EXCEPTIONS LISTED.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PERIOD TO AUDIT (YYYYMM):"
           ACCEPT WS-PERIOD
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD < 200001 OR WS-PERIOD-MONTH < 1
               OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID PERIOD - NO AUDIT PRODUCED"
           ELSE
               COMPUTE WS-PERIOD-START = WS-PERIOD * 100 + 1
               COMPUTE WS-PERIOD-END   = WS-PERIOD * 100 + 31
               SET RLG-START TO TRUE
               MOVE "INTAUDIT" TO RLG-JOB-NAME
               MOVE WS-PERIOD TO RLG-PARAMETERS
               CALL "RUNLOG" USING RUNLOG-AREA END-CALL
               PERFORM OPEN-FILES-PARA
               PERFORM VARYING WS-CHECK FROM 1 BY 1 UNTIL WS-CHECK > 5
                   MOVE 0 TO WS-CHECK-COUNT(WS-CHECK)
               END-PERFORM
               MOVE WS-PERIOD TO WS-RH-PERIOD
               WRITE INTAUDIT-PRINT-LINE FROM WS-REP-HEADER
               WRITE INTAUDIT-PRINT-LINE FROM WS-BLANK-LINE
               PERFORM LOAD-PERIOD-REGISTER-PARA
               PERFORM CHECK-UNBILLED-ORDERS-PARA
               PERFORM CHECK-REGISTER-ORDERS-PARA
               PERFORM CHECK-LEDGER-PARA
               PERFORM CHECK-PAYMENTS-PARA
               PERFORM CHECK-ORDER-TOTALS-PARA
               PERFORM WRITE-COUNTS-PARA
               PERFORM CLOSE-FILES-PARA
               DISPLAY "INTEGRITY AUDIT COMPLETE FOR " WS-PERIOD
                   " - EXCEPTIONS: " WS-TOTAL-EXCEPTIONS
               IF WS-INV-OVERFLOW OR WS-CRN-OVERFLOW OR WS-DS-OVERFLOW
                   DISPLAY "WARNING: WORK TABLE FULL - PART OF THE FILES
      -                " WAS LEFT OUT OF THE AUDIT"
               END-IF
               SET RLG-END TO TRUE
               MOVE WS-READ-COUNT       TO RLG-READ-COUNT
               MOVE WS-TOTAL-EXCEPTIONS TO RLG-WRITE-COUNT
               MOVE 0                   TO RLG-SKIP-COUNT
               CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           END-IF
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "35"
               CLOSE ORDER-FILE
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN INPUT ORDER-FILE
           END-IF
           OPEN INPUT CAPLEDGER-FILE
           IF WS-CAPLEDGER-STATUS = "35"
               CLOSE CAPLEDGER-FILE
               OPEN OUTPUT CAPLEDGER-FILE
               CLOSE CAPLEDGER-FILE
               OPEN INPUT CAPLEDGER-FILE
           END-IF
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
           OPEN OUTPUT INTAUDIT-FILE.

       CLOSE-FILES-PARA.
           CLOSE ORDER-FILE
           CLOSE CAPLEDGER-FILE
           CLOSE INVREG-FILE
           CLOSE PAYMENT-FILE
           CLOSE INTAUDIT-FILE.

      *    THE PERIOD'S INVOICES AND CREDIT NOTES, HELD IN MEMORY FOR
      *    CHECKS 1 AND 2 - ONE REGISTER PASS INSTEAD OF ONE PER ORDER.
      *    A CREDIT NOTE CARRIES THE PERIOD OF THE ORDER IT CREDITS
      *    (SEE CRNOTE'S WRITE-CREDIT-REGISTER-PARA).
       LOAD-PERIOD-REGISTER-PARA.
           MOVE LOW-VALUES TO INVOICE-REGISTER-RECORD
           START INVREG-FILE KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-INVREG-STATUS NOT = "00"
               READ INVREG-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF INV-PERIOD = WS-PERIOD
                           IF INV-CREDIT-NOTE
                               PERFORM NOTE-CREDIT-NOTE-PARA
                           ELSE
                               PERFORM NOTE-INVOICE-PARA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-INVOICE-PARA.
           IF WS-INV-COUNT >= 200
               MOVE "Y" TO WS-INV-OVERFLOW-FLAG
           ELSE
               ADD 1 TO WS-INV-COUNT
               MOVE INV-NUMBER     TO WS-INV-TAB-NUMBER(WS-INV-COUNT)
               MOVE INV-SCHOOL-ID  TO WS-INV-TAB-SCHOOL(WS-INV-COUNT)
               MOVE INV-ISSUE-DATE
                   TO WS-INV-TAB-ISSUE-DATE(WS-INV-COUNT)
               MOVE "N" TO WS-INV-TAB-USED-FLAG(WS-INV-COUNT)
           END-IF.

       NOTE-CREDIT-NOTE-PARA.
           IF WS-CRN-COUNT >= 500
               MOVE "Y" TO WS-CRN-OVERFLOW-FLAG
           ELSE
               ADD 1 TO WS-CRN-COUNT
               MOVE INV-ORDER-ID TO WS-CRN-TAB-ORDER(WS-CRN-COUNT)
           END-IF.

      *    THE INVOICE THAT COVERS ORD-SCHOOL-ID FOR THE PERIOD, IF
      *    ANY - WS-FOUND-IDX POINTS AT IT IN WS-INV-TABLE.
       FIND-SCHOOL-INVOICE-PARA.
           MOVE "N" TO WS-INV-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-INV-COUNT
               IF WS-FOUND-IDX = 0
                   AND WS-INV-TAB-SCHOOL(WS-I) = ORD-SCHOOL-ID
                   MOVE WS-I TO WS-FOUND-IDX
                   SET WS-INV-FOUND TO TRUE
               END-IF
           END-PERFORM.

       FIND-ORDER-CREDIT-PARA.
           MOVE "N" TO WS-CRN-FOUND-FLAG
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CRN-COUNT
               IF WS-CRN-TAB-ORDER(WS-I) = ORD-ID
                   SET WS-CRN-FOUND TO TRUE
               END-IF
           END-PERFORM.

      *    WHAT THE ORDER CONTRIBUTES TO A BILL - THE FROZEN UNIT
      *    PRICES TIMES THE CONFIRMED QUANTITIES, AS INVOICE'S
      *    COMPUTE-ORDER-BILLED-PARA. ZERO FOR AN ORDER THAT WAS NEVER
      *    CONFIRMED OR WHOSE DELIVERY FAILED OUTRIGHT.
       COMPUTE-ORDER-BILLED-PARA.
           MOVE 0 TO WS-ORDER-BILLED
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
               COMPUTE WS-ORDER-BILLED = WS-ORDER-BILLED
                   + ORD-UNIT-PRICE(WS-LINE-IDX)
                   * ORD-CONFIRMED-QTY(WS-LINE-IDX)
           END-PERFORM.

      *    THE PERIOD'S ORDERS, BY THE DELIVERY-DATE ALTERNATE KEY -
      *    SHARED BY CHECKS 1 AND 2. STATUS "02" IS A SUCCESSFUL READ
      *    ON A DUPLICATE ALTERNATE KEY.
       START-PERIOD-ORDERS-PARA.
           MOVE WS-PERIOD-START TO ORD-DELIVERY-DATE
           START ORDER-FILE KEY IS NOT LESS THAN ORD-DELIVERY-DATE
               INVALID KEY MOVE "10" TO WS-ORDER-STATUS
           END-START.

      ******************************************************************
      *    CHECK 1 - CONFIRMED ORDERS NOT BILLED
      ******************************************************************
      *    INVOICE WRITES ONE REGISTER RECORD PER SCHOOL AND PERIOD
      *    (INV-ORDER-ID ZERO) AND BILLS EVERY "D" ORDER OF THAT
      *    SCHOOL IN THE PERIOD CONFIRMED BY THE ISSUE DATE. A "D"
      *    ORDER IS THEREFORE UNBILLED WHEN ITS SCHOOL HAS NO INVOICE
      *    FOR THE PERIOD, OR WHEN IT WAS CONFIRMED ONLY AFTER THAT
      *    INVOICE WENT OUT (SAME RULE AS CRNOTE'S
      *    CHECK-ORDER-WAS-BILLED-PARA).
       CHECK-UNBILLED-ORDERS-PARA.
           MOVE 1 TO WS-CHECK
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-SECTION1
           PERFORM START-PERIOD-ORDERS-PARA
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               AND WS-ORDER-STATUS NOT = "02"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-DELIVERY-DATE > WS-PERIOD-END
                           EXIT PERFORM
                       END-IF
                       IF ORD-DELIVERED
                           PERFORM CHECK-ONE-DELIVERED-PARA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM END-SECTION-PARA.

       CHECK-ONE-DELIVERED-PARA.
           PERFORM FIND-SCHOOL-INVOICE-PARA
           IF NOT WS-INV-FOUND
               MOVE "NO INVOICE FOR THE SCHOOL IN THIS PERIOD"
                   TO WS-RO-REASON
               PERFORM WRITE-ORDER-EXCEPTION-PARA
           ELSE
               IF ORD-DELIVERED-TS(1:8)
                   > WS-INV-TAB-ISSUE-DATE(WS-FOUND-IDX)
                   MOVE "CONFIRMED AFTER THE PERIOD INVOICE WAS ISSUED"
                       TO WS-RO-REASON
                   PERFORM WRITE-ORDER-EXCEPTION-PARA
               END-IF
           END-IF.

       WRITE-ORDER-EXCEPTION-PARA.
           MOVE ORD-ID            TO WS-RO-ORDER
           MOVE ORD-SCHOOL-ID     TO WS-RO-SCHOOL
           MOVE ORD-DELIVERY-DATE TO WS-RO-DATE
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-ORDER-LINE
           PERFORM COUNT-EXCEPTION-PARA.

      ******************************************************************
      *    CHECK 2 - REGISTER DOCUMENTS VERSUS THE ORDERS
      ******************************************************************
      *    A CREDIT NOTE NAMES ITS ORDER, SO A MISSING ORDER IS ONE
      *    KEYED READ. A PERIOD INVOICE NAMES NO ORDER - ITS LINES ARE
      *    THE SCHOOL'S ORDERS BILLED ON IT, SO AN INVOICE NONE OF
      *    WHOSE BILLED ORDERS IS STILL ON FILE HAS LOST ITS LINES.
      *    A BILLED ORDER (CONFIRMED QUANTITIES WORTH MONEY, CONFIRMED
      *    BY THE ISSUE DATE) THAT HAS SINCE BEEN CANCELLED NEEDS A
      *    CRNOTE CREDIT NOTE AGAINST IT.
       CHECK-REGISTER-ORDERS-PARA.
           MOVE 2 TO WS-CHECK
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-SECTION2
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-CRN-COUNT
               MOVE WS-CRN-TAB-ORDER(WS-FOUND-IDX) TO ORD-ID
               READ ORDER-FILE
                   INVALID KEY PERFORM WRITE-MISSING-CREDIT-PARA
                   NOT INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           PERFORM START-PERIOD-ORDERS-PARA
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               AND WS-ORDER-STATUS NOT = "02"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-DELIVERY-DATE > WS-PERIOD-END
                           EXIT PERFORM
                       END-IF
                       IF ORD-DELIVERED OR ORD-CANCELLED
                           PERFORM CHECK-ONE-BILLED-PARA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-INV-COUNT
               IF NOT WS-INV-TAB-USED(WS-FOUND-IDX)
                   PERFORM WRITE-EMPTY-INVOICE-PARA
               END-IF
           END-PERFORM
           PERFORM END-SECTION-PARA.

       CHECK-ONE-BILLED-PARA.
           PERFORM FIND-SCHOOL-INVOICE-PARA
           IF WS-INV-FOUND AND ORD-DELIVERED-TS > 0
               AND ORD-DELIVERED-TS(1:8)
                   <= WS-INV-TAB-ISSUE-DATE(WS-FOUND-IDX)
               PERFORM COMPUTE-ORDER-BILLED-PARA
               IF WS-ORDER-BILLED > 0
                   MOVE "Y" TO WS-INV-TAB-USED-FLAG(WS-FOUND-IDX)
                   IF ORD-CANCELLED
                       PERFORM FIND-ORDER-CREDIT-PARA
                       IF NOT WS-CRN-FOUND
                           PERFORM WRITE-UNCREDITED-CANCEL-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-MISSING-CREDIT-PARA.
           MOVE "CREDIT NOTE " TO WS-RD-DOC-TYPE
           MOVE 0 TO WS-RD-DOC-NUMBER
           MOVE 0 TO WS-RD-SCHOOL
           MOVE WS-CRN-TAB-ORDER(WS-FOUND-IDX) TO WS-RD-ORDER
           MOVE "CREDITED ORDER IS NOT ON THE ORDER FILE"
               TO WS-RD-REASON
           PERFORM FIND-CREDIT-DOCUMENT-PARA
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-DOC-LINE
           PERFORM COUNT-EXCEPTION-PARA.

      *    THE TABLE ONLY KEEPS THE CREDITED ORDER - THE DOCUMENT
      *    NUMBER AND SCHOOL COME BACK OFF THE REGISTER FOR THE LINE.
       FIND-CREDIT-DOCUMENT-PARA.
           MOVE LOW-VALUES TO INVOICE-REGISTER-RECORD
           START INVREG-FILE KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-INVREG-STATUS NOT = "00"
               READ INVREG-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF INV-CREDIT-NOTE
                           AND INV-PERIOD = WS-PERIOD
                           AND INV-ORDER-ID
                               = WS-CRN-TAB-ORDER(WS-FOUND-IDX)
                           MOVE INV-NUMBER    TO WS-RD-DOC-NUMBER
                           MOVE INV-SCHOOL-ID TO WS-RD-SCHOOL
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-UNCREDITED-CANCEL-PARA.
           MOVE "INVOICE     " TO WS-RD-DOC-TYPE
           MOVE WS-INV-TAB-NUMBER(WS-FOUND-IDX) TO WS-RD-DOC-NUMBER
           MOVE ORD-SCHOOL-ID TO WS-RD-SCHOOL
           MOVE ORD-ID        TO WS-RD-ORDER
           MOVE "BILLED ORDER NOW CANCELLED - NO CREDIT NOTE"
               TO WS-RD-REASON
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-DOC-LINE
           PERFORM COUNT-EXCEPTION-PARA.

       WRITE-EMPTY-INVOICE-PARA.
           MOVE "INVOICE     " TO WS-RD-DOC-TYPE
           MOVE WS-INV-TAB-NUMBER(WS-FOUND-IDX) TO WS-RD-DOC-NUMBER
           MOVE WS-INV-TAB-SCHOOL(WS-FOUND-IDX) TO WS-RD-SCHOOL
           MOVE 0 TO WS-RD-ORDER
           MOVE "NONE OF THE BILLED ORDERS IS ON THE ORDER FILE"
               TO WS-RD-REASON
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-DOC-LINE
           PERFORM COUNT-EXCEPTION-PARA.

      ******************************************************************
      *    CHECK 3 - CAPACITY LEDGER VERSUS THE LIVE ORDERS
      ******************************************************************
      *    "LIVE" IS WHAT CAPREBLD COUNTS: EVERY LINE OF EVERY ORDER
      *    NOT CANCELLED. THE DIFFERENCE IS LEDGER MINUS ORDERS - A
      *    POSITIVE FIGURE MEANS THE LEDGER IS HOLDING CAPACITY NO
      *    ORDER USES.
       CHECK-LEDGER-PARA.
           MOVE 3 TO WS-CHECK
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-SECTION3
           MOVE LOW-VALUES TO CAPACITY-LEDGER-RECORD
           START CAPLEDGER-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CAPLEDGER-STATUS NOT = "00"
               READ CAPLEDGER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM CHECK-ONE-BUCKET-PARA
               END-READ
           END-PERFORM
           PERFORM CHECK-MISSING-BUCKETS-PARA
           PERFORM END-SECTION-PARA.

       CHECK-ONE-BUCKET-PARA.
           MOVE CL-DELIVERY-DATE TO WS-SCAN-DATE
           MOVE CL-SANDWICH-ID   TO WS-SCAN-SW
           PERFORM SUM-LIVE-QTY-PARA
           IF WS-LIVE-QTY NOT = CL-BOOKED-QTY
               COMPUTE WS-LEDGER-DIFF = CL-BOOKED-QTY - WS-LIVE-QTY
               MOVE CL-BOOKED-QTY TO WS-RL-LEDGER
               MOVE SPACES TO WS-RL-NOTE
               PERFORM WRITE-LEDGER-EXCEPTION-PARA
           END-IF.

      *    KEYED START ON THE DELIVERY-DATE ALTERNATE KEY, READ UNTIL
      *    THE DATE CHANGES.
       SUM-LIVE-QTY-PARA.
           MOVE 0 TO WS-LIVE-QTY
           MOVE WS-SCAN-DATE TO ORD-DELIVERY-DATE
           START ORDER-FILE KEY IS NOT LESS THAN ORD-DELIVERY-DATE
               INVALID KEY MOVE "10" TO WS-ORDER-STATUS
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               AND WS-ORDER-STATUS NOT = "02"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = WS-SCAN-DATE
                           EXIT PERFORM
                       END-IF
                       IF NOT ORD-CANCELLED
                           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
                               IF ORD-SANDWICH-ID(WS-LINE-IDX)
                                   = WS-SCAN-SW
                                   ADD ORD-QUANTITY(WS-LINE-IDX)
                                       TO WS-LIVE-QTY
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *    THE REVERSE DIRECTION: LIVE LINES FOR A DATE AND SANDWICH
      *    THAT HAVE NO LEDGER BUCKET AT ALL. THE ORDERS ARE WALKED IN
      *    DELIVERY-DATE ORDER AND TOTALLED PER SANDWICH FOR ONE DATE
      *    AT A TIME; EACH DATE'S TOTALS ARE LOOKED UP ON THE LEDGER
      *    WHEN THE DATE CHANGES.
       CHECK-MISSING-BUCKETS-PARA.
           MOVE 0 TO WS-SCAN-DATE
           MOVE 0 TO WS-DS-COUNT
           MOVE 0 TO ORD-DELIVERY-DATE
           START ORDER-FILE KEY IS NOT LESS THAN ORD-DELIVERY-DATE
               INVALID KEY MOVE "10" TO WS-ORDER-STATUS
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               AND WS-ORDER-STATUS NOT = "02"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = WS-SCAN-DATE
                           PERFORM FLUSH-DATE-TOTALS-PARA
                           MOVE ORD-DELIVERY-DATE TO WS-SCAN-DATE
                       END-IF
                       IF NOT ORD-CANCELLED
                           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
                               PERFORM ADD-DATE-TOTAL-PARA
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FLUSH-DATE-TOTALS-PARA.

       ADD-DATE-TOTAL-PARA.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DS-COUNT
               IF WS-FOUND-IDX = 0
                   AND WS-DS-SANDWICH(WS-I)
                       = ORD-SANDWICH-ID(WS-LINE-IDX)
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-DS-COUNT >= 100
                   MOVE "Y" TO WS-DS-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO WS-DS-COUNT
                   MOVE ORD-SANDWICH-ID(WS-LINE-IDX)
                       TO WS-DS-SANDWICH(WS-DS-COUNT)
                   MOVE ORD-QUANTITY(WS-LINE-IDX)
                       TO WS-DS-QTY(WS-DS-COUNT)
               END-IF
           ELSE
               ADD ORD-QUANTITY(WS-LINE-IDX) TO WS-DS-QTY(WS-FOUND-IDX)
           END-IF.

       FLUSH-DATE-TOTALS-PARA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DS-COUNT
               MOVE WS-SCAN-DATE       TO CL-DELIVERY-DATE
               MOVE WS-DS-SANDWICH(WS-I) TO CL-SANDWICH-ID
               READ CAPLEDGER-FILE
                   INVALID KEY
                       IF WS-DS-QTY(WS-I) > 0
                           MOVE WS-DS-SANDWICH(WS-I) TO WS-SCAN-SW
                           MOVE WS-DS-QTY(WS-I) TO WS-LIVE-QTY
                           COMPUTE WS-LEDGER-DIFF = 0 - WS-LIVE-QTY
                           MOVE 0 TO WS-RL-LEDGER
                           MOVE "NO LEDGER BUCKET" TO WS-RL-NOTE
                           PERFORM WRITE-LEDGER-EXCEPTION-PARA
                       END-IF
                   NOT INVALID KEY CONTINUE
               END-READ
           END-PERFORM
           MOVE 0 TO WS-DS-COUNT.

       WRITE-LEDGER-EXCEPTION-PARA.
           MOVE WS-SCAN-DATE   TO WS-RL-DATE
           MOVE WS-SCAN-SW     TO WS-RL-SANDWICH
           MOVE WS-LIVE-QTY    TO WS-RL-ORDERS
           MOVE WS-LEDGER-DIFF TO WS-RL-DIFF
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-LEDGER-LINE
           PERFORM COUNT-EXCEPTION-PARA.

      ******************************************************************
      *    CHECK 4 - RECEIPTS ABOVE THE INVOICE TOTAL
      ******************************************************************
       CHECK-PAYMENTS-PARA.
           MOVE 4 TO WS-CHECK
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-SECTION4
           MOVE 0 TO WS-PAY-INV-NUMBER
           MOVE 0 TO WS-PAY-TOTAL
           MOVE LOW-VALUES TO PAYMENT-RECORD
           START PAYMENT-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-PAYMENT-STATUS NOT = "00"
               READ PAYMENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PAY-INV-NUMBER NOT = WS-PAY-INV-NUMBER
                           PERFORM CHECK-INVOICE-PAID-PARA
                           MOVE PAY-INV-NUMBER TO WS-PAY-INV-NUMBER
                           MOVE 0 TO WS-PAY-TOTAL
                       END-IF
                       ADD PAY-AMOUNT TO WS-PAY-TOTAL
               END-READ
           END-PERFORM
           PERFORM CHECK-INVOICE-PAID-PARA
           PERFORM END-SECTION-PARA.

      *    CONTROL BREAK - WS-PAY-INV-NUMBER / WS-PAY-TOTAL HOLD THE
      *    INVOICE JUST FINISHED (NUMBER ZERO BEFORE THE FIRST ONE).
      *    RECEIPTS AGAINST A NUMBER THE REGISTER DOES NOT HOLD EXCEED
      *    A TOTAL OF NOTHING.
       CHECK-INVOICE-PAID-PARA.
           IF WS-PAY-INV-NUMBER > 0
               MOVE WS-PAY-INV-NUMBER TO INV-NUMBER
               READ INVREG-FILE
                   INVALID KEY
                       MOVE 0 TO INV-TOTAL
                       MOVE "INVOICE NOT ON REGISTER" TO WS-RP-NOTE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-RP-NOTE
               END-READ
               IF WS-PAY-TOTAL > INV-TOTAL
                   COMPUTE WS-PAY-EXCESS = WS-PAY-TOTAL - INV-TOTAL
                   MOVE WS-PAY-INV-NUMBER TO WS-RP-INVOICE
                   MOVE INV-TOTAL         TO WS-RP-TOTAL
                   MOVE WS-PAY-TOTAL      TO WS-RP-PAID
                   MOVE WS-PAY-EXCESS     TO WS-RP-EXCESS
                   WRITE INTAUDIT-PRINT-LINE FROM WS-REP-PAYMENT-LINE
                   PERFORM COUNT-EXCEPTION-PARA
               END-IF
           END-IF.

      ******************************************************************
      *    CHECK 5 - ORDER TOTAL VERSUS ITS LINES
      ******************************************************************
       CHECK-ORDER-TOTALS-PARA.
           MOVE 5 TO WS-CHECK
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-SECTION5
           MOVE LOW-VALUES TO ORDER-RECORD
           START ORDER-FILE KEY IS NOT LESS THAN ORD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE 0 TO WS-LINES-SUM
                       PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                           UNTIL WS-LINE-IDX > ORD-LINE-COUNT
                           ADD ORD-LINE-PRICE(WS-LINE-IDX)
                               TO WS-LINES-SUM
                       END-PERFORM
                       IF WS-LINES-SUM NOT = ORD-TOTAL-PRICE
                           PERFORM WRITE-TOTAL-EXCEPTION-PARA
                       END-IF
               END-READ
           END-PERFORM
           PERFORM END-SECTION-PARA.

       WRITE-TOTAL-EXCEPTION-PARA.
           COMPUTE WS-TOTAL-DIFF = ORD-TOTAL-PRICE - WS-LINES-SUM
           MOVE ORD-ID          TO WS-RT-ORDER
           MOVE ORD-TOTAL-PRICE TO WS-RT-TOTAL
           MOVE WS-LINES-SUM    TO WS-RT-LINES
           MOVE WS-TOTAL-DIFF   TO WS-RT-DIFF
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-TOTAL-LINE
           PERFORM COUNT-EXCEPTION-PARA.

      ******************************************************************
      *    SHARED REPORT PARAGRAPHS
      ******************************************************************
       COUNT-EXCEPTION-PARA.
           ADD 1 TO WS-CHECK-COUNT(WS-CHECK)
           ADD 1 TO WS-TOTAL-EXCEPTIONS.

       END-SECTION-PARA.
           IF WS-CHECK-COUNT(WS-CHECK) = 0
               WRITE INTAUDIT-PRINT-LINE FROM WS-REP-NONE
           END-IF
           WRITE INTAUDIT-PRINT-LINE FROM WS-BLANK-LINE.

       WRITE-COUNTS-PARA.
           PERFORM VARYING WS-CHECK FROM 1 BY 1 UNTIL WS-CHECK > 5
               MOVE WS-CHECK                 TO WS-RC-CHECK
               MOVE WS-CHECK-COUNT(WS-CHECK) TO WS-RC-COUNT
               WRITE INTAUDIT-PRINT-LINE FROM WS-REP-COUNT-LINE
           END-PERFORM
           MOVE WS-TOTAL-EXCEPTIONS TO WS-RG-COUNT
           WRITE INTAUDIT-PRINT-LINE FROM WS-REP-GRAND-LINE.
