      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | MONTHLY SALES AND DELIVERY PERFORMANCE ANALYSIS
      *    MONTH-END RUN FOR MANAGEMENT, REPLACING THE FIGURES THAT
      *    USED TO BE BUILT BY HAND FROM THE RSO REPORT. ONE PASS OVER
      *    ORDERS.DAT FOR THE MONTH ASKED FOR (BY DELIVERY DATE), THE
      *    MONTH BEFORE IT AND THE SAME MONTH A YEAR EARLIER, IN THREE
      *    SECTIONS:
      *      1 - QUANTITY AND REVENUE PER SANDWICH AND PER SCHOOL FOR
      *          THE THREE MONTHS SIDE BY SIDE. A CONFIRMED DELIVERY
      *          COUNTS AT WHAT WAS ACTUALLY HANDED OVER AND BILLED
      *          (ORD-CONFIRMED-QTY AT THE FROZEN UNIT PRICE); AN ORDER
      *          NOT CONFIRMED YET AT ITS ORDERED QUANTITY AND LINE
      *          PRICE. CANCELLED AND FAILED ORDERS SOLD NOTHING.
      *      2 - DELIVERY PERFORMANCE PER ROUTE AND DRIVER (THE
      *          SCHOOL'S SCH-ROUTE-ID, ROUTES.DAT): ORDERED AGAINST
      *          CONFIRMED QUANTITY OF THE MONTH'S CONFIRMED DELIVERIES
      *          (FULL, SHORT AND FAILED), THE FILL RATE, THE NUMBER OF
      *          FAILED DELIVERIES AND THE ORDERS STILL UNCONFIRMED.
      *      3 - THE MONTH'S CANCELLED ORDERS AND THEIR VALUE PER
      *          SCHOOL.
      *    SALESANL.DAT IS THE PRINTED REPORT; SALESCSV.DAT CARRIES THE
      *    SAME ROWS SEMICOLON-DELIMITED (SEE SALESCSV.cpy) FOR THE
      *    SPREADSHEET.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESANL.

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

           SELECT SCHOOL-FILE ASSIGN TO "SCHOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-ID
               FILE STATUS IS WS-SCHOOL-STATUS.

           SELECT SANDWICH-FILE ASSIGN TO "SANDWICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ID
               FILE STATUS IS WS-SANDWICH-STATUS.

           SELECT ROUTE-FILE ASSIGN TO "ROUTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-ID
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT SALESCSV-FILE ASSIGN TO "SALESCSV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESCSV-STATUS.

           SELECT SALESANL-FILE ASSIGN TO "SALESANL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESANL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ORDERREC.

       FD  SCHOOL-FILE.
           COPY SCHOOL.

       FD  SANDWICH-FILE.
           COPY SANDWICH.

       FD  ROUTE-FILE.
           COPY ROUTE.

       FD  SALESCSV-FILE.
       01  SALESCSV-LINE                  PIC X(147).

       FD  SALESANL-FILE.
       01  SALESANL-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS                 PIC XX.
       01  WS-SCHOOL-STATUS                PIC XX.
       01  WS-SANDWICH-STATUS              PIC XX.
       01  WS-ROUTE-STATUS                 PIC XX.
       01  WS-SALESCSV-STATUS              PIC XX.
       01  WS-SALESANL-STATUS              PIC XX.

           COPY SALESCSV.

      *    THE MONTH ASKED FOR AND THE TWO IT IS COMPARED WITH. THE
      *    TABLES BELOW KEEP THEIR FIGURES IN THE SAME ORDER:
      *    1 = THIS MONTH, 2 = PREVIOUS MONTH, 3 = SAME MONTH LAST YEAR.
       01  WS-PERIOD                       PIC 9(6).
       01  WS-PERIOD-YEAR                  PIC 9(4).
       01  WS-PERIOD-MONTH                 PIC 9(2).
       01  WS-PREV-PERIOD                  PIC 9(6).
       01  WS-LY-PERIOD                    PIC 9(6).
       01  WS-ORDER-MONTH                  PIC 9(6).
       01  WS-M                            PIC 9.

       01  WS-I                            PIC S9(4) COMP.
       01  WS-J                            PIC S9(4) COMP.
       01  WS-FOUND-IDX                    PIC S9(4) COMP.
       01  WS-LINE-IDX                     PIC 9(2).
       01  WS-LINE-QTY                     PIC 9(5).
       01  WS-LINE-REVENUE                 PIC 9(7)V99.
       01  WS-ROUTE-ID                     PIC 9(4).
       01  WS-FILL-PCT                     PIC 9(3)V9.
       01  WS-SHORT-QTY                    PIC 9(7).

       01  WS-ORDERS-READ                  PIC 9(6) VALUE 0.
       01  WS-ORDERS-SKIPPED               PIC 9(6) VALUE 0.
       01  WS-CSV-WRITTEN                  PIC 9(6) VALUE 0.

       01  WS-OVERFLOW-FLAG                PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW           VALUE "Y".

      *    PER-SANDWICH SALES FOR THE THREE MONTHS.
       01  WS-SA-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-SA-TABLE.
           05  WS-SA-ENTRY OCCURS 100 TIMES.
               10  WS-SA-SANDWICH          PIC 9(6).
               10  WS-SA-QTY               PIC 9(7) OCCURS 3 TIMES.
               10  WS-SA-REV               PIC 9(9)V99 OCCURS 3 TIMES.
       01  WS-SA-SWAP                      PIC X(60).

      *    PER-SCHOOL SALES FOR THE THREE MONTHS, AND THE MONTH'S
      *    CANCELLATIONS.
       01  WS-SC-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 500 TIMES.
               10  WS-SC-SCHOOL            PIC 9(6).
               10  WS-SC-QTY               PIC 9(7) OCCURS 3 TIMES.
               10  WS-SC-REV               PIC 9(9)V99 OCCURS 3 TIMES.
               10  WS-SC-CANCEL-COUNT      PIC 9(5).
               10  WS-SC-CANCEL-VALUE      PIC 9(9)V99.
       01  WS-SC-SWAP                      PIC X(76).

      *    PER-ROUTE DELIVERY PERFORMANCE FOR THE MONTH.
       01  WS-RT-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 100 TIMES.
               10  WS-RT-ROUTE             PIC 9(4).
               10  WS-RT-CONFIRMED-ORDERS  PIC 9(5).
               10  WS-RT-ORDERED-QTY       PIC 9(7).
               10  WS-RT-CONFIRMED-QTY     PIC 9(7).
               10  WS-RT-FAILED-COUNT      PIC 9(5).
               10  WS-RT-OPEN-COUNT        PIC 9(5).
       01  WS-RT-SWAP                      PIC X(33).

      *    GRAND TOTALS FOR THE TOTAL LINES OF EACH SECTION.
       01  WS-TOT-QTY                      PIC 9(8) OCCURS 3 TIMES.
       01  WS-TOT-REV                      PIC 9(10)V99 OCCURS 3 TIMES.
       01  WS-TOT-ORDERED-QTY              PIC 9(8) VALUE 0.
       01  WS-TOT-CONFIRMED-QTY            PIC 9(8) VALUE 0.
       01  WS-TOT-FAILED-COUNT             PIC 9(6) VALUE 0.
       01  WS-TOT-CANCEL-COUNT             PIC 9(6) VALUE 0.
       01  WS-TOT-CANCEL-VALUE             PIC 9(10)V99 VALUE 0.

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(44) VALUE
               "BREADWICH - MONTHLY SALES ANALYSIS FOR      ".
           05  WS-RH-PERIOD                PIC 9(6).
           05  FILLER                      PIC X(14) VALUE
               "  COMPARED TO ".
           05  WS-RH-PREV                  PIC 9(6).
           05  FILLER                      PIC X(5) VALUE " AND ".
           05  WS-RH-LY                    PIC 9(6).
       01  WS-REP-SECTION-TITLE            PIC X(60).
       01  WS-REP-SALES-COLUMNS.
           05  FILLER                      PIC X(32) VALUE
               "ID      NAME".
           05  FILLER                      PIC X(11) VALUE
               "   QTY THIS".
           05  FILLER                      PIC X(11) VALUE
               "   QTY PREV".
           05  FILLER                      PIC X(11) VALUE
               "QTY LAST YR".
           05  FILLER                      PIC X(15) VALUE
               "   REVENUE THIS".
           05  FILLER                      PIC X(15) VALUE
               "   REVENUE PREV".
           05  FILLER                      PIC X(15) VALUE
               "REVENUE LAST YR".
       01  WS-REP-SALES-DETAIL.
           05  WS-RS-ID                    PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RS-NAME                  PIC X(24).
           05  WS-RS-QTY                   PIC Z(10)9 OCCURS 3 TIMES.
           05  WS-RS-REV                   PIC Z(11)9.99 OCCURS 3 TIMES.
       01  WS-REP-SALES-TOTAL.
           05  FILLER                      PIC X(32) VALUE "TOTAL".
           05  WS-RST-QTY                  PIC Z(10)9 OCCURS 3 TIMES.
           05  WS-RST-REV                  PIC Z(11)9.99 OCCURS 3 TIMES.
       01  WS-REP-ROUTE-COLUMNS.
           05  FILLER                      PIC X(36) VALUE
               "ROUTE DRIVER".
           05  FILLER                      PIC X(9) VALUE
               "CONFIRMED".
           05  FILLER                      PIC X(14) VALUE
               "   ORDERED QTY".
           05  FILLER                      PIC X(14) VALUE
               " CONFIRMED QTY".
           05  FILLER                      PIC X(11) VALUE
               "  SHORT QTY".
           05  FILLER                      PIC X(8) VALUE
               "  FILL %".
           05  FILLER                      PIC X(7) VALUE
               " FAILED".
           05  FILLER                      PIC X(13) VALUE
               "  UNCONFIRMED".
       01  WS-REP-ROUTE-DETAIL.
           05  WS-RR-ROUTE                 PIC 9(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RR-DRIVER                PIC X(30).
           05  WS-RR-ORDERS                PIC Z(8)9.
           05  WS-RR-ORDERED               PIC Z(13)9.
           05  WS-RR-CONFIRMED             PIC Z(13)9.
           05  WS-RR-SHORT                 PIC Z(10)9.
           05  WS-RR-FILL                  PIC Z(5)9.9.
           05  WS-RR-FAILED                PIC Z(6)9.
           05  WS-RR-OPEN                  PIC Z(12)9.
       01  WS-REP-ROUTE-TOTAL.
           05  FILLER                      PIC X(45) VALUE "TOTAL".
           05  WS-RRT-ORDERED              PIC Z(13)9.
           05  WS-RRT-CONFIRMED            PIC Z(13)9.
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  WS-RRT-FAILED               PIC Z(6)9.
       01  WS-REP-CANCEL-COLUMNS.
           05  FILLER                      PIC X(32) VALUE
               "SCHOOL  NAME".
           05  FILLER                      PIC X(14) VALUE
               "     CANCELLED".
           05  FILLER                      PIC X(17) VALUE
               "  CANCELLED VALUE".
       01  WS-REP-CANCEL-DETAIL.
           05  WS-RC-SCHOOL                PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RC-NAME                  PIC X(24).
           05  WS-RC-COUNT                 PIC Z(13)9.
           05  WS-RC-VALUE                 PIC Z(13)9.99.
       01  WS-REP-CANCEL-TOTAL.
           05  FILLER                      PIC X(32) VALUE "TOTAL".
           05  WS-RCT-COUNT                PIC Z(13)9.
           05  WS-RCT-VALUE                PIC Z(13)9.99.
       01  WS-REP-NONE                     PIC X(60) VALUE
           "  NOTHING FOR THE MONTH".
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    ANALYSED MONTH AS THE RUN PARAMETER), ONE AT END WITH THE
      *    COUNTS, SO THE RUN LEAVES A RUNREG.DAT TRACE.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "MONTH TO ANALYSE (YYYYMM):"
           ACCEPT WS-PERIOD
           MOVE WS-PERIOD(1:4) TO WS-PERIOD-YEAR
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD < 200001 OR WS-PERIOD-MONTH < 1
               OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID MONTH - NO ANALYSIS PRODUCED"
               STOP RUN
           END-IF
           IF WS-PERIOD-MONTH = 1
               COMPUTE WS-PREV-PERIOD = (WS-PERIOD-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PREV-PERIOD = WS-PERIOD - 1
           END-IF
           COMPUTE WS-LY-PERIOD = WS-PERIOD - 100
           SET RLG-START TO TRUE
           MOVE "SALESANL" TO RLG-JOB-NAME
           MOVE WS-PERIOD TO RLG-PARAMETERS
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           PERFORM OPEN-FILES-PARA
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               MOVE 0 TO WS-TOT-QTY(WS-M)
               MOVE 0 TO WS-TOT-REV(WS-M)
           END-PERFORM
           PERFORM SCAN-ORDERS-PARA
           PERFORM SORT-TABLES-PARA
           MOVE WS-PERIOD      TO WS-RH-PERIOD
           MOVE WS-PREV-PERIOD TO WS-RH-PREV
           MOVE WS-LY-PERIOD   TO WS-RH-LY
           WRITE SALESANL-PRINT-LINE FROM WS-REP-HEADER
           WRITE SALESANL-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-SANDWICH-SECTION-PARA
           WRITE SALESANL-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-SCHOOL-SECTION-PARA
           WRITE SALESANL-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-ROUTE-SECTION-PARA
           WRITE SALESANL-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-CANCEL-SECTION-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "SALES ANALYSIS COMPLETE FOR " WS-PERIOD
               " - ORDERS READ: " WS-ORDERS-READ
               " EXTRACT LINES: " WS-CSV-WRITTEN
           IF WS-TABLE-OVERFLOW
               DISPLAY "WARNING: WORK TABLE FULL - PART OF THE ORDERS W
      -            "ERE LEFT OUT OF THE ANALYSIS"
           END-IF
           SET RLG-END TO TRUE
           MOVE WS-ORDERS-READ    TO RLG-READ-COUNT
           MOVE WS-CSV-WRITTEN    TO RLG-WRITE-COUNT
           MOVE WS-ORDERS-SKIPPED TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "35"
               CLOSE ORDER-FILE
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN INPUT ORDER-FILE
           END-IF
           OPEN INPUT SCHOOL-FILE
           IF WS-SCHOOL-STATUS = "35"
               CLOSE SCHOOL-FILE
               OPEN OUTPUT SCHOOL-FILE
               CLOSE SCHOOL-FILE
               OPEN INPUT SCHOOL-FILE
           END-IF
           OPEN INPUT SANDWICH-FILE
           IF WS-SANDWICH-STATUS = "35"
               CLOSE SANDWICH-FILE
               OPEN OUTPUT SANDWICH-FILE
               CLOSE SANDWICH-FILE
               OPEN INPUT SANDWICH-FILE
           END-IF
           OPEN INPUT ROUTE-FILE
           IF WS-ROUTE-STATUS = "35"
               CLOSE ROUTE-FILE
               OPEN OUTPUT ROUTE-FILE
               CLOSE ROUTE-FILE
               OPEN INPUT ROUTE-FILE
           END-IF
           OPEN OUTPUT SALESCSV-FILE
           OPEN OUTPUT SALESANL-FILE.

       CLOSE-FILES-PARA.
           CLOSE ORDER-FILE
           CLOSE SCHOOL-FILE
           CLOSE SANDWICH-FILE
           CLOSE ROUTE-FILE
           CLOSE SALESCSV-FILE
           CLOSE SALESANL-FILE.

      ******************************************************************
      *    ONE PASS OVER THE ORDER FILE
      ******************************************************************
       SCAN-ORDERS-PARA.
           MOVE LOW-VALUES TO ORDER-RECORD
           START ORDER-FILE KEY IS NOT LESS THAN ORD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-ORDERS-READ
                       PERFORM CLASSIFY-ORDER-PARA
               END-READ
           END-PERFORM.

       CLASSIFY-ORDER-PARA.
           COMPUTE WS-ORDER-MONTH = ORD-DELIVERY-DATE / 100
           EVALUATE WS-ORDER-MONTH
               WHEN WS-PERIOD
                   MOVE 1 TO WS-M
               WHEN WS-PREV-PERIOD
                   MOVE 2 TO WS-M
               WHEN WS-LY-PERIOD
                   MOVE 3 TO WS-M
               WHEN OTHER
                   MOVE 0 TO WS-M
           END-EVALUATE
           IF WS-M = 0
               ADD 1 TO WS-ORDERS-SKIPPED
           ELSE
               PERFORM FIND-SCHOOL-ENTRY-PARA
               EVALUATE TRUE
                   WHEN ORD-CANCELLED
                       IF WS-M = 1 AND WS-FOUND-IDX > 0
                           ADD 1 TO WS-SC-CANCEL-COUNT(WS-FOUND-IDX)
                           ADD ORD-TOTAL-PRICE
                               TO WS-SC-CANCEL-VALUE(WS-FOUND-IDX)
                       END-IF
                   WHEN ORD-DELIV-FAILED
                       CONTINUE
                   WHEN OTHER
                       PERFORM ADD-ORDER-SALES-PARA
               END-EVALUATE
               IF WS-M = 1
                   PERFORM ADD-ROUTE-PERFORMANCE-PARA
               END-IF
           END-IF.

      *    WS-FOUND-IDX (THE ORDER'S SCHOOL ENTRY) IS SET ON ENTRY.
       ADD-ORDER-SALES-PARA.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
               IF ORD-DELIVERED
                   MOVE ORD-CONFIRMED-QTY(WS-LINE-IDX) TO WS-LINE-QTY
                   COMPUTE WS-LINE-REVENUE =
                       ORD-CONFIRMED-QTY(WS-LINE-IDX)
                       * ORD-UNIT-PRICE(WS-LINE-IDX)
               ELSE
                   MOVE ORD-QUANTITY(WS-LINE-IDX)   TO WS-LINE-QTY
                   MOVE ORD-LINE-PRICE(WS-LINE-IDX) TO WS-LINE-REVENUE
               END-IF
               IF WS-FOUND-IDX > 0
                   ADD WS-LINE-QTY
                       TO WS-SC-QTY(WS-FOUND-IDX, WS-M)
                   ADD WS-LINE-REVENUE
                       TO WS-SC-REV(WS-FOUND-IDX, WS-M)
               END-IF
               ADD WS-LINE-QTY     TO WS-TOT-QTY(WS-M)
               ADD WS-LINE-REVENUE TO WS-TOT-REV(WS-M)
               PERFORM ADD-SANDWICH-SALES-PARA
           END-PERFORM.

       ADD-SANDWICH-SALES-PARA.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SA-COUNT OR WS-J > 0
               IF WS-SA-SANDWICH(WS-I) = ORD-SANDWICH-ID(WS-LINE-IDX)
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0
               IF WS-SA-COUNT >= 100
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SA-COUNT
                   MOVE WS-SA-COUNT TO WS-J
                   MOVE ORD-SANDWICH-ID(WS-LINE-IDX)
                       TO WS-SA-SANDWICH(WS-J)
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
                       MOVE 0 TO WS-SA-QTY(WS-J, WS-I)
                       MOVE 0 TO WS-SA-REV(WS-J, WS-I)
                   END-PERFORM
               END-IF
           END-IF
           IF WS-J > 0
               ADD WS-LINE-QTY     TO WS-SA-QTY(WS-J, WS-M)
               ADD WS-LINE-REVENUE TO WS-SA-REV(WS-J, WS-M)
           END-IF.

      *    OUT: WS-FOUND-IDX, THE ORDER'S SCHOOL ENTRY - CREATED WHEN
      *    NEW, ZERO WHEN THE TABLE IS FULL.
       FIND-SCHOOL-ENTRY-PARA.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SC-COUNT OR WS-FOUND-IDX > 0
               IF WS-SC-SCHOOL(WS-I) = ORD-SCHOOL-ID
                   MOVE WS-I TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-SC-COUNT >= 500
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SC-COUNT TO WS-FOUND-IDX
                   MOVE ORD-SCHOOL-ID TO WS-SC-SCHOOL(WS-FOUND-IDX)
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
                       MOVE 0 TO WS-SC-QTY(WS-FOUND-IDX, WS-I)
                       MOVE 0 TO WS-SC-REV(WS-FOUND-IDX, WS-I)
                   END-PERFORM
                   MOVE 0 TO WS-SC-CANCEL-COUNT(WS-FOUND-IDX)
                   MOVE 0 TO WS-SC-CANCEL-VALUE(WS-FOUND-IDX)
               END-IF
           END-IF.

      *    THE MONTH'S ORDERS ONLY, ON THE ROUTE OF THEIR SCHOOL - A
      *    SCHOOL RECORD FROM BEFORE SCH-ROUTE-ID EXISTED, AN UNKNOWN
      *    SCHOOL AND ROUTE ZERO ALL COUNT AS UNASSIGNED, AS ON
      *    DAYSHEET. A CANCELLED ORDER NEVER LEFT THE BAKERY AND IS NOT
      *    HELD AGAINST THE DRIVER.
       ADD-ROUTE-PERFORMANCE-PARA.
           IF NOT ORD-CANCELLED
               MOVE 0 TO WS-ROUTE-ID
               MOVE ORD-SCHOOL-ID TO SCH-ID
               READ SCHOOL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SCH-ROUTE-ID NUMERIC
                           MOVE SCH-ROUTE-ID TO WS-ROUTE-ID
                       END-IF
               END-READ
               PERFORM FIND-ROUTE-ENTRY-PARA
               IF WS-J > 0
                   PERFORM ADD-ROUTE-ORDER-PARA
               END-IF
           END-IF.

       FIND-ROUTE-ENTRY-PARA.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-RT-COUNT OR WS-J > 0
               IF WS-RT-ROUTE(WS-I) = WS-ROUTE-ID
                   MOVE WS-I TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0
               IF WS-RT-COUNT >= 100
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   MOVE WS-RT-COUNT TO WS-J
                   MOVE WS-ROUTE-ID TO WS-RT-ROUTE(WS-J)
                   MOVE 0 TO WS-RT-CONFIRMED-ORDERS(WS-J)
                   MOVE 0 TO WS-RT-ORDERED-QTY(WS-J)
                   MOVE 0 TO WS-RT-CONFIRMED-QTY(WS-J)
                   MOVE 0 TO WS-RT-FAILED-COUNT(WS-J)
                   MOVE 0 TO WS-RT-OPEN-COUNT(WS-J)
               END-IF
           END-IF.

      *    ONLY A CONFIRMED DELIVERY (FULL, SHORT OR FAILED) HAS A
      *    CONFIRMED QUANTITY TO SET AGAINST WHAT WAS ORDERED; AN
      *    ORDER STILL WAITING FOR DLVCONF IS COUNTED APART.
       ADD-ROUTE-ORDER-PARA.
           IF ORD-DELIVERED OR ORD-DELIV-FAILED
               ADD 1 TO WS-RT-CONFIRMED-ORDERS(WS-J)
               IF ORD-DELIV-FAILED
                   ADD 1 TO WS-RT-FAILED-COUNT(WS-J)
                   ADD 1 TO WS-TOT-FAILED-COUNT
               END-IF
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > ORD-LINE-COUNT
                   ADD ORD-QUANTITY(WS-LINE-IDX)
                       TO WS-RT-ORDERED-QTY(WS-J)
                   ADD ORD-QUANTITY(WS-LINE-IDX)
                       TO WS-TOT-ORDERED-QTY
                   IF ORD-DELIVERED
                       ADD ORD-CONFIRMED-QTY(WS-LINE-IDX)
                           TO WS-RT-CONFIRMED-QTY(WS-J)
                       ADD ORD-CONFIRMED-QTY(WS-LINE-IDX)
                           TO WS-TOT-CONFIRMED-QTY
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-RT-OPEN-COUNT(WS-J)
           END-IF.

      *    EACH TABLE INTO KEY ORDER FOR THE REPORT - SAME SIMPLE
      *    EXCHANGE SORT AS DAYSHEET'S RUN SHEET.
       SORT-TABLES-PARA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-SA-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SA-COUNT - WS-I
                   IF WS-SA-SANDWICH(WS-J) > WS-SA-SANDWICH(WS-J + 1)
                       MOVE WS-SA-ENTRY(WS-J)     TO WS-SA-SWAP
                       MOVE WS-SA-ENTRY(WS-J + 1) TO WS-SA-ENTRY(WS-J)
                       MOVE WS-SA-SWAP TO WS-SA-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-SC-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-SC-COUNT - WS-I
                   IF WS-SC-SCHOOL(WS-J) > WS-SC-SCHOOL(WS-J + 1)
                       MOVE WS-SC-ENTRY(WS-J)     TO WS-SC-SWAP
                       MOVE WS-SC-ENTRY(WS-J + 1) TO WS-SC-ENTRY(WS-J)
                       MOVE WS-SC-SWAP TO WS-SC-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-RT-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-RT-COUNT - WS-I
                   IF WS-RT-ROUTE(WS-J) > WS-RT-ROUTE(WS-J + 1)
                       MOVE WS-RT-ENTRY(WS-J)     TO WS-RT-SWAP
                       MOVE WS-RT-ENTRY(WS-J + 1) TO WS-RT-ENTRY(WS-J)
                       MOVE WS-RT-SWAP TO WS-RT-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      *    SECTION 1 - SALES PER SANDWICH AND PER SCHOOL
      ******************************************************************
       WRITE-SANDWICH-SECTION-PARA.
           MOVE "1 - SALES PER SANDWICH" TO WS-REP-SECTION-TITLE
           WRITE SALESANL-PRINT-LINE FROM WS-REP-SECTION-TITLE
           IF WS-SA-COUNT = 0
               WRITE SALESANL-PRINT-LINE FROM WS-REP-NONE
           ELSE
               WRITE SALESANL-PRINT-LINE FROM WS-REP-SALES-COLUMNS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SA-COUNT
                   PERFORM WRITE-SANDWICH-LINE-PARA
               END-PERFORM
               PERFORM WRITE-SALES-TOTAL-PARA
           END-IF.

       WRITE-SANDWICH-LINE-PARA.
           MOVE WS-SA-SANDWICH(WS-I) TO SW-ID
           READ SANDWICH-FILE
               INVALID KEY MOVE "** UNKNOWN SANDWICH **" TO SW-NAME
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-SA-SANDWICH(WS-I) TO WS-RS-ID
           MOVE SW-NAME              TO WS-RS-NAME
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               MOVE WS-SA-QTY(WS-I, WS-M) TO WS-RS-QTY(WS-M)
               MOVE WS-SA-REV(WS-I, WS-M) TO WS-RS-REV(WS-M)
           END-PERFORM
           WRITE SALESANL-PRINT-LINE FROM WS-REP-SALES-DETAIL
           MOVE "SW"                   TO SAC-SECTION
           MOVE WS-SA-SANDWICH(WS-I)   TO SAC-KEY
           MOVE SW-NAME                TO SAC-NAME
           MOVE WS-SA-QTY(WS-I, 1)     TO SAC-QTY-THIS
           MOVE WS-SA-QTY(WS-I, 2)     TO SAC-QTY-PREV
           MOVE WS-SA-QTY(WS-I, 3)     TO SAC-QTY-LAST-YEAR
           MOVE WS-SA-REV(WS-I, 1)     TO SAC-REV-THIS
           MOVE WS-SA-REV(WS-I, 2)     TO SAC-REV-PREV
           MOVE WS-SA-REV(WS-I, 3)     TO SAC-REV-LAST-YEAR
           MOVE 0 TO SAC-ORDERED-QTY
           MOVE 0 TO SAC-CONFIRMED-QTY
           MOVE 0 TO SAC-FAILED-COUNT
           MOVE 0 TO SAC-CANCEL-COUNT
           MOVE 0 TO SAC-CANCEL-VALUE
           PERFORM WRITE-CSV-LINE-PARA.

      *    THE SAME ORDER LINES ADD UP TO THE SAME TOTALS WHETHER CUT
      *    BY SANDWICH OR BY SCHOOL, SO ONE TOTAL LINE SERVES BOTH.
       WRITE-SALES-TOTAL-PARA.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               MOVE WS-TOT-QTY(WS-M) TO WS-RST-QTY(WS-M)
               MOVE WS-TOT-REV(WS-M) TO WS-RST-REV(WS-M)
           END-PERFORM
           WRITE SALESANL-PRINT-LINE FROM WS-REP-SALES-TOTAL.

       WRITE-SCHOOL-SECTION-PARA.
           MOVE "1 - SALES PER SCHOOL" TO WS-REP-SECTION-TITLE
           WRITE SALESANL-PRINT-LINE FROM WS-REP-SECTION-TITLE
           IF WS-SC-COUNT = 0
               WRITE SALESANL-PRINT-LINE FROM WS-REP-NONE
           ELSE
               WRITE SALESANL-PRINT-LINE FROM WS-REP-SALES-COLUMNS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SC-COUNT
                   PERFORM WRITE-SCHOOL-LINE-PARA
               END-PERFORM
               PERFORM WRITE-SALES-TOTAL-PARA
           END-IF.

       WRITE-SCHOOL-LINE-PARA.
           MOVE WS-SC-SCHOOL(WS-I) TO SCH-ID
           READ SCHOOL-FILE
               INVALID KEY MOVE "** UNKNOWN SCHOOL **" TO SCH-NAME
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-SC-SCHOOL(WS-I) TO WS-RS-ID
           MOVE SCH-NAME           TO WS-RS-NAME
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               MOVE WS-SC-QTY(WS-I, WS-M) TO WS-RS-QTY(WS-M)
               MOVE WS-SC-REV(WS-I, WS-M) TO WS-RS-REV(WS-M)
           END-PERFORM
           WRITE SALESANL-PRINT-LINE FROM WS-REP-SALES-DETAIL
           MOVE "SC"                     TO SAC-SECTION
           MOVE WS-SC-SCHOOL(WS-I)       TO SAC-KEY
           MOVE SCH-NAME                 TO SAC-NAME
           MOVE WS-SC-QTY(WS-I, 1)       TO SAC-QTY-THIS
           MOVE WS-SC-QTY(WS-I, 2)       TO SAC-QTY-PREV
           MOVE WS-SC-QTY(WS-I, 3)       TO SAC-QTY-LAST-YEAR
           MOVE WS-SC-REV(WS-I, 1)       TO SAC-REV-THIS
           MOVE WS-SC-REV(WS-I, 2)       TO SAC-REV-PREV
           MOVE WS-SC-REV(WS-I, 3)       TO SAC-REV-LAST-YEAR
           MOVE 0 TO SAC-ORDERED-QTY
           MOVE 0 TO SAC-CONFIRMED-QTY
           MOVE 0 TO SAC-FAILED-COUNT
           MOVE WS-SC-CANCEL-COUNT(WS-I) TO SAC-CANCEL-COUNT
           MOVE WS-SC-CANCEL-VALUE(WS-I) TO SAC-CANCEL-VALUE
           PERFORM WRITE-CSV-LINE-PARA.

      ******************************************************************
      *    SECTION 2 - DELIVERY PERFORMANCE PER ROUTE AND DRIVER
      ******************************************************************
       WRITE-ROUTE-SECTION-PARA.
           MOVE "2 - DELIVERY PERFORMANCE PER ROUTE AND DRIVER"
               TO WS-REP-SECTION-TITLE
           WRITE SALESANL-PRINT-LINE FROM WS-REP-SECTION-TITLE
           IF WS-RT-COUNT = 0
               WRITE SALESANL-PRINT-LINE FROM WS-REP-NONE
           ELSE
               WRITE SALESANL-PRINT-LINE FROM WS-REP-ROUTE-COLUMNS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RT-COUNT
                   PERFORM WRITE-ROUTE-LINE-PARA
               END-PERFORM
               MOVE WS-TOT-ORDERED-QTY   TO WS-RRT-ORDERED
               MOVE WS-TOT-CONFIRMED-QTY TO WS-RRT-CONFIRMED
               MOVE WS-TOT-FAILED-COUNT  TO WS-RRT-FAILED
               WRITE SALESANL-PRINT-LINE FROM WS-REP-ROUTE-TOTAL
           END-IF.

       WRITE-ROUTE-LINE-PARA.
           IF WS-RT-ROUTE(WS-I) = 0
               MOVE "UNASSIGNED" TO RT-DRIVER
           ELSE
               MOVE WS-RT-ROUTE(WS-I) TO RT-ID
               READ ROUTE-FILE
                   INVALID KEY MOVE "** UNKNOWN ROUTE **" TO RT-DRIVER
                   NOT INVALID KEY CONTINUE
               END-READ
           END-IF
           COMPUTE WS-SHORT-QTY = WS-RT-ORDERED-QTY(WS-I)
               - WS-RT-CONFIRMED-QTY(WS-I)
           IF WS-RT-ORDERED-QTY(WS-I) > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-RT-CONFIRMED-QTY(WS-I) * 100
                   / WS-RT-ORDERED-QTY(WS-I)
           ELSE
               MOVE 0 TO WS-FILL-PCT
           END-IF
           MOVE WS-RT-ROUTE(WS-I)            TO WS-RR-ROUTE
           MOVE RT-DRIVER                    TO WS-RR-DRIVER
           MOVE WS-RT-CONFIRMED-ORDERS(WS-I) TO WS-RR-ORDERS
           MOVE WS-RT-ORDERED-QTY(WS-I)      TO WS-RR-ORDERED
           MOVE WS-RT-CONFIRMED-QTY(WS-I)    TO WS-RR-CONFIRMED
           MOVE WS-SHORT-QTY                 TO WS-RR-SHORT
           MOVE WS-FILL-PCT                  TO WS-RR-FILL
           MOVE WS-RT-FAILED-COUNT(WS-I)     TO WS-RR-FAILED
           MOVE WS-RT-OPEN-COUNT(WS-I)       TO WS-RR-OPEN
           WRITE SALESANL-PRINT-LINE FROM WS-REP-ROUTE-DETAIL
           MOVE "RT"                         TO SAC-SECTION
           MOVE WS-RT-ROUTE(WS-I)            TO SAC-KEY
           MOVE RT-DRIVER                    TO SAC-NAME
           MOVE 0 TO SAC-QTY-THIS
           MOVE 0 TO SAC-QTY-PREV
           MOVE 0 TO SAC-QTY-LAST-YEAR
           MOVE 0 TO SAC-REV-THIS
           MOVE 0 TO SAC-REV-PREV
           MOVE 0 TO SAC-REV-LAST-YEAR
           MOVE WS-RT-ORDERED-QTY(WS-I)      TO SAC-ORDERED-QTY
           MOVE WS-RT-CONFIRMED-QTY(WS-I)    TO SAC-CONFIRMED-QTY
           MOVE WS-RT-FAILED-COUNT(WS-I)     TO SAC-FAILED-COUNT
           MOVE 0 TO SAC-CANCEL-COUNT
           MOVE 0 TO SAC-CANCEL-VALUE
           PERFORM WRITE-CSV-LINE-PARA.

      ******************************************************************
      *    SECTION 3 - CANCELLATIONS
      ******************************************************************
      *    THE FIGURES ARE ALREADY ON THE SCHOOL ROWS OF THE EXTRACT -
      *    THIS SECTION IS PRINTED ONLY.
       WRITE-CANCEL-SECTION-PARA.
           MOVE "3 - CANCELLED ORDERS PER SCHOOL"
               TO WS-REP-SECTION-TITLE
           WRITE SALESANL-PRINT-LINE FROM WS-REP-SECTION-TITLE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-SC-COUNT
               IF WS-SC-CANCEL-COUNT(WS-I) > 0
                   ADD WS-SC-CANCEL-COUNT(WS-I) TO WS-TOT-CANCEL-COUNT
                   ADD WS-SC-CANCEL-VALUE(WS-I) TO WS-TOT-CANCEL-VALUE
               END-IF
           END-PERFORM
           IF WS-TOT-CANCEL-COUNT = 0
               WRITE SALESANL-PRINT-LINE FROM WS-REP-NONE
           ELSE
               WRITE SALESANL-PRINT-LINE FROM WS-REP-CANCEL-COLUMNS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SC-COUNT
                   IF WS-SC-CANCEL-COUNT(WS-I) > 0
                       PERFORM WRITE-CANCEL-LINE-PARA
                   END-IF
               END-PERFORM
               MOVE WS-TOT-CANCEL-COUNT TO WS-RCT-COUNT
               MOVE WS-TOT-CANCEL-VALUE TO WS-RCT-VALUE
               WRITE SALESANL-PRINT-LINE FROM WS-REP-CANCEL-TOTAL
           END-IF.

       WRITE-CANCEL-LINE-PARA.
           MOVE WS-SC-SCHOOL(WS-I) TO SCH-ID
           READ SCHOOL-FILE
               INVALID KEY MOVE "** UNKNOWN SCHOOL **" TO SCH-NAME
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-SC-SCHOOL(WS-I)       TO WS-RC-SCHOOL
           MOVE SCH-NAME                 TO WS-RC-NAME
           MOVE WS-SC-CANCEL-COUNT(WS-I) TO WS-RC-COUNT
           MOVE WS-SC-CANCEL-VALUE(WS-I) TO WS-RC-VALUE
           WRITE SALESANL-PRINT-LINE FROM WS-REP-CANCEL-DETAIL.

       WRITE-CSV-LINE-PARA.
           MOVE WS-PERIOD TO SAC-PERIOD
           WRITE SALESCSV-LINE FROM SALES-CSV-RECORD
           ADD 1 TO WS-CSV-WRITTEN.
