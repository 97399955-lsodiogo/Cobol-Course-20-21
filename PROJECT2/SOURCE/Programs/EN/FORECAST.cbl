      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | WEEKLY DEMAND FORECAST AND CAPACITY OUTLOOK
      *    RUN ON FRIDAY FOR THE BAKERY MANAGER, WHO PLANS STAFF AND
      *    FLOUR ONE TO TWO WEEKS AHEAD. CAPLEDG.DAT ONLY KNOWS WHAT IS
      *    ALREADY BOOKED AND DAYSHEET ONLY COVERS ONE DAY, SO FOR EACH
      *    OF THE NEXT N DELIVERY DAYS THIS JOB PROJECTS THE DEMAND
      *    PER SANDWICH FROM THREE SOURCES:
      *      - BOOKED: WHAT THE CAPACITY LEDGER (CAPLEDG.DAT) ALREADY
      *        HOLDS FOR THE DATE - EVERY LIVE ORDER, KEYED, IMPORTED
      *        OR GENERATED.
      *      - STANDING: ACTIVE STANDING ORDERS (STANDORD.DAT) FOR THE
      *        WEEKDAY THAT STOGEN HAS NOT TURNED INTO AN ORDER YET.
      *      - ONE-OFF: THE AVERAGE CONFIRMED QUANTITY OF THE SAME
      *        WEEKDAY OVER THE LAST FEW WEEKS OF ORDERS.DAT HISTORY,
      *        COUNTING ONLY ORDERS NO STANDING ORDER ACCOUNTS FOR,
      *        LESS THE ONE-OFF ORDERS ALREADY BOOKED FOR THE DATE.
      *    DAYS IN A BAKERY DOWNTIME PERIOD (DOWNTIME.DAT) ARE LEFT OUT
      *    ALTOGETHER; A SCHOOL CLOSED ON THE DATE (SCHCLOSE.DAT)
      *    CONTRIBUTES NO STANDING OR ONE-OFF DEMAND. EACH SANDWICH'S
      *    FORECAST IS PRINTED AGAINST ITS EFFECTIVE DAILY CAPACITY
      *    (THE "CAP-" PARAMETER WHEN SET, OTHERWISE SW-DAILY-
      *    CAPACITY) AND FLAGGED WHEN IT WOULD NOT FIT. THE WHOLE
      *    PERIOD'S FORECAST IS THEN EXPLODED THROUGH THE RECIPE FILE
      *    INTO INGREDIENT NEEDS, NETTED AGAINST THE STOCK ON HAND THE
      *    SAME WAY DAYSHEET'S PURCHASING LIST IS. OUTPUT FORECAST.DAT.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.

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

           SELECT STANDING-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-ID
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT CAPLEDGER-FILE ASSIGN TO "CAPLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CAPLEDGER-STATUS.

           SELECT DOWNTIME-FILE ASSIGN TO "DOWNTIME.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-ID
               FILE STATUS IS WS-DOWNTIME-STATUS.

           SELECT CLOSURE-FILE ASSIGN TO "SCHCLOSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCL-ID
               FILE STATUS IS WS-CLOSURE-STATUS.

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

           SELECT PARAM-FILE ASSIGN TO "PARAM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-KEY
               FILE STATUS IS WS-PARAM-STATUS.

           SELECT RECIPE-FILE ASSIGN TO "RECIPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECIPE-STATUS.

           SELECT INGRED-FILE ASSIGN TO "INGRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ING-ID
               FILE STATUS IS WS-INGRED-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ING-ID
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "FORECAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORECAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ORDERREC.

       FD  STANDING-FILE.
           COPY STANDORD.

       FD  CAPLEDGER-FILE.
           COPY CAPLEDGER.

       FD  DOWNTIME-FILE.
           COPY DOWNTIME.

       FD  CLOSURE-FILE.
           COPY SCHCLOSE.

       FD  SCHOOL-FILE.
           COPY SCHOOL.

       FD  SANDWICH-FILE.
           COPY SANDWICH.

       FD  PARAM-FILE.
           COPY PARAMFILE.

       FD  RECIPE-FILE.
           COPY RECIPE.

       FD  INGRED-FILE.
           COPY INGRED.

       FD  STOCK-FILE.
           COPY STOCK.

       FD  FORECAST-FILE.
       01  FORECAST-PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS                 PIC XX.
       01  WS-STANDING-STATUS              PIC XX.
       01  WS-CAPLEDGER-STATUS             PIC XX.
       01  WS-DOWNTIME-STATUS              PIC XX.
       01  WS-CLOSURE-STATUS               PIC XX.
       01  WS-SCHOOL-STATUS                PIC XX.
       01  WS-SANDWICH-STATUS              PIC XX.
       01  WS-PARAM-STATUS                 PIC XX.
       01  WS-RECIPE-STATUS                PIC XX.
       01  WS-INGRED-STATUS                PIC XX.
       01  WS-STOCK-STATUS                 PIC XX.
       01  WS-FORECAST-STATUS              PIC XX.

      *    RUN PARAMETERS - KEYED AT THE CONSOLE LIKE DAYSHEET'S DATE.
      *    ZERO TAKES THE DEFAULT; ANYTHING PAST THE LIMIT IS CUT BACK
      *    TO IT.
       01  WS-HORIZON-DAYS                 PIC 9(2).
       01  WS-HISTORY-WEEKS                PIC 9(2).
       01  WS-DEFAULT-DAYS                 PIC 9(2) VALUE 14.
       01  WS-MAX-DAYS                     PIC 9(2) VALUE 28.
       01  WS-DEFAULT-WEEKS                PIC 9(2) VALUE 6.
       01  WS-MAX-WEEKS                    PIC 9(2) VALUE 12.

       01  WS-TODAY                        PIC 9(8).
       01  WS-TODAY-INT                    PIC S9(9) COMP.
       01  WS-DAY-INT                      PIC S9(9) COMP.
       01  WS-DAY-DATE                     PIC 9(8).
       01  WS-LAST-DATE                    PIC 9(8).
       01  WS-DOW                          PIC 9.
       01  WS-HIST-INT                     PIC S9(9) COMP.
       01  WS-HIST-DATE                    PIC 9(8).
       01  WS-HIST-COUNT                   PIC 9(2).
       01  WS-OFFSET                       PIC S9(4) COMP.
       01  WS-WEEK-BACK                    PIC S9(4) COMP.
       01  WS-I                            PIC S9(4) COMP.
       01  WS-J                            PIC S9(4) COMP.
       01  WS-K                            PIC S9(4) COMP.
       01  WS-FOUND-IDX                    PIC S9(4) COMP.
       01  WS-LINE-IDX                     PIC 9(2).
       01  WS-SANDWICH-ID                  PIC 9(6).
       01  WS-SCHOOL-ID                    PIC 9(6).
       01  WS-CHECK-DATE                   PIC 9(8).
       01  WS-ADD-QTY                      PIC 9(7).
       01  WS-EFFECTIVE-CAPACITY           PIC 9(6).
       01  WS-ONE-OFF-AVG                  PIC 9(7).
       01  WS-ONE-OFF-QTY                  PIC 9(7).
       01  WS-FORECAST-QTY                 PIC 9(7).
       01  WS-DAY-FORECAST                 PIC 9(8).
       01  WS-DAY-OVER-COUNT               PIC 9(4).
       01  WS-PL-NET-QTY                   PIC S9(10)V999.
       01  WS-RECIPE-LINES                 PIC 9(4).

       01  WS-DAYS-FORECAST                PIC 9(4) VALUE 0.
       01  WS-DAYS-DOWNTIME                PIC 9(4) VALUE 0.
       01  WS-OVER-DAYS                    PIC 9(4) VALUE 0.
       01  WS-LINES-WRITTEN                PIC 9(6) VALUE 0.

       01  WS-DAY-DOWN-FLAG                PIC X VALUE "N".
           88  WS-DAY-DOWN                 VALUE "Y".
       01  WS-CLOSED-FLAG                  PIC X VALUE "N".
           88  WS-SCHOOL-CLOSED            VALUE "Y".
       01  WS-STANDING-FLAG                PIC X VALUE "N".
           88  WS-HAS-STANDING             VALUE "Y".
       01  WS-ORDERED-FLAG                 PIC X VALUE "N".
           88  WS-ALREADY-ORDERED          VALUE "Y".
       01  WS-OVERFLOW-FLAG                PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW           VALUE "Y".

      *    ISO WEEKDAY NAMES, 1 = MONDAY, SAME NUMBERING AS STO-WEEKDAY.
       01  WS-WEEKDAY-NAMES.
           05  FILLER                      PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME             PIC X(3) OCCURS 7 TIMES.

      *    THE BAKERY'S DOWNTIME PERIODS AND THE SCHOOLS' CLOSURES ARE
      *    READ ONCE INTO MEMORY - EVERY FORECAST DAY AND EVERY
      *    HISTORY ORDER IS HELD AGAINST THEM.
       01  WS-DT-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 300 TIMES.
               10  WS-DT-START             PIC 9(8).
               10  WS-DT-END               PIC 9(8).
       01  WS-CL-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 500 TIMES.
               10  WS-CL-SCHOOL            PIC 9(6).
               10  WS-CL-START             PIC 9(8).
               10  WS-CL-END               PIC 9(8).

      *    ACTIVE STANDING ORDERS, LOADED ONCE.
       01  WS-ST-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 300 TIMES.
               10  WS-ST-SCHOOL            PIC 9(6).
               10  WS-ST-WEEKDAY           PIC 9.
               10  WS-ST-START             PIC 9(8).
               10  WS-ST-END               PIC 9(8).
               10  WS-ST-LINE-COUNT        PIC 9(2).
               10  WS-ST-LINE OCCURS 10 TIMES.
                   15  WS-ST-SANDWICH      PIC 9(6).
                   15  WS-ST-QTY           PIC 9(5).

      *    SCHOOLS WITH A LIVE ORDER ON THE FORECAST DAY - THEIR
      *    STANDING ORDER HAS ALREADY BEEN GENERATED (OR A KEYED ORDER
      *    TOOK ITS PLACE, WHICH STOGEN ALSO TREATS AS GENERATED).
       01  WS-OS-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-OS-TABLE.
           05  WS-OS-SCHOOL                PIC 9(6) OCCURS 500 TIMES.

      *    PER-SANDWICH FIGURES FOR THE DAY BEING FORECAST.
       01  WS-FS-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-FS-TABLE.
           05  WS-FS-ENTRY OCCURS 100 TIMES.
               10  WS-FS-SANDWICH          PIC 9(6).
               10  WS-FS-BOOKED            PIC 9(7).
               10  WS-FS-STANDING          PIC 9(7).
               10  WS-FS-ONE-OFF-BOOKED    PIC 9(7).
               10  WS-FS-HISTORY           PIC 9(8).

      *    PER-SANDWICH FORECAST OVER THE WHOLE PERIOD, EXPLODED INTO
      *    INGREDIENTS AT THE END.
       01  WS-PT-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-PT-TABLE.
           05  WS-PT-ENTRY OCCURS 100 TIMES.
               10  WS-PT-SANDWICH          PIC 9(6).
               10  WS-PT-QTY               PIC 9(8).

       01  WS-IL-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-IL-TABLE.
           05  WS-IL-ENTRY OCCURS 200 TIMES.
               10  WS-IL-INGREDIENT-ID     PIC 9(6).
               10  WS-IL-QTY               PIC 9(9)V999.

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(36) VALUE
               "BREADWICH - DEMAND FORECAST FROM    ".
           05  WS-RH-FROM                  PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-RH-TO                    PIC 9(8).
           05  FILLER                      PIC X(12) VALUE
               "  HISTORY: ".
           05  WS-RH-WEEKS                 PIC Z9.
           05  FILLER                      PIC X(6) VALUE " WEEKS".
       01  WS-REP-DAY-HEAD.
           05  FILLER                      PIC X(14) VALUE
               "DELIVERY DATE ".
           05  WS-RD-DATE                  PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-RD-WEEKDAY               PIC X(3).
           05  WS-RD-NOTE                  PIC X(50).
       01  WS-REP-COLUMNS                  PIC X(104) VALUE
           "SANDWICH  NAME                         BOOKED  STANDING   ON
      -    "E-OFF  FORECAST  CAPACITY".
       01  WS-REP-DETAIL.
           05  WS-RL-SANDWICH              PIC 9(6).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RL-NAME                  PIC X(24).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RL-BOOKED                PIC Z(6)9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RL-STANDING              PIC Z(6)9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RL-ONE-OFF               PIC Z(6)9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RL-FORECAST              PIC Z(6)9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RL-CAPACITY              PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-FLAG                  PIC X(20).
       01  WS-REP-DAY-TOTAL.
           05  FILLER                      PIC X(30) VALUE
               "DAY FORECAST".
           05  WS-RT-DAY-QTY               PIC Z(7)9.
           05  FILLER                      PIC X(26) VALUE
               "  SANDWICHES OVER CAPACITY".
           05  WS-RT-DAY-OVER              PIC ZZZ9.
       01  WS-REP-NOTHING                  PIC X(60) VALUE
           "  NOTHING FORECAST FOR THE DATE".
       01  WS-REP-SUMMARY.
           05  FILLER                      PIC X(30) VALUE
               "DAYS FORECAST".
           05  WS-RS-DAYS                  PIC ZZZ9.
           05  FILLER                      PIC X(20) VALUE
               "  DAYS OVER CAPACITY".
           05  WS-RS-OVER                  PIC ZZZ9.
           05  FILLER                      PIC X(16) VALUE
               "  DOWNTIME DAYS".
           05  WS-RS-DOWN                  PIC ZZZ9.
       01  WS-REP-ING-TITLE.
           05  FILLER                      PIC X(44) VALUE
               "EXPECTED INGREDIENT NEEDS FOR THE PERIOD TO ".
           05  WS-RI-TO                    PIC 9(8).
       01  WS-REP-ING-COLUMNS              PIC X(93) VALUE
           "INGREDIENT  NAME                               GROSS NEED   
      -    "     ON HAND     NET TO BUY  UNIT".
       01  WS-REP-ING-DETAIL.
           05  WS-RI-ID                    PIC 9(6).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-RI-NAME                  PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RI-QTY                   PIC Z(8)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RI-ON-HAND               PIC -(8)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RI-NET                   PIC Z(8)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RI-UNIT                  PIC X(10).
       01  WS-REP-NORECIPE-LINE.
           05  FILLER                      PIC X(21) VALUE
               "** NO RECIPE FOR SW  ".
           05  WS-RI-NR-SANDWICH           PIC 9(6).
           05  FILLER                      PIC X(35) VALUE
               " - ITS NEEDS ARE NOT INCLUDED BELOW".
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    HORIZON AND HISTORY WEEKS AS THE RUN PARAMETERS), ONE AT END
      *    WITH THE COUNTS, SO THE RUN LEAVES A RUNREG.DAT TRACE.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "DELIVERY DAYS TO FORECAST (0 = 14, MAX 28):"
           ACCEPT WS-HORIZON-DAYS
           DISPLAY "WEEKS OF HISTORY TO AVERAGE (0 = 6, MAX 12):"
           ACCEPT WS-HISTORY-WEEKS
           IF WS-HORIZON-DAYS = 0
               MOVE WS-DEFAULT-DAYS TO WS-HORIZON-DAYS
           END-IF
           IF WS-HORIZON-DAYS > WS-MAX-DAYS
               MOVE WS-MAX-DAYS TO WS-HORIZON-DAYS
           END-IF
           IF WS-HISTORY-WEEKS = 0
               MOVE WS-DEFAULT-WEEKS TO WS-HISTORY-WEEKS
           END-IF
           IF WS-HISTORY-WEEKS > WS-MAX-WEEKS
               MOVE WS-MAX-WEEKS TO WS-HISTORY-WEEKS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-HORIZON-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-LAST-DATE
           SET RLG-START TO TRUE
           MOVE "FORECAST" TO RLG-JOB-NAME
           MOVE SPACES TO RLG-PARAMETERS
           STRING "DAYS " WS-HORIZON-DAYS " WEEKS " WS-HISTORY-WEEKS
               DELIMITED BY SIZE INTO RLG-PARAMETERS
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           PERFORM OPEN-FILES-PARA
           PERFORM LOAD-DOWNTIME-PARA
           PERFORM LOAD-CLOSURES-PARA
           PERFORM LOAD-STANDING-PARA
           COMPUTE WS-DAY-INT = WS-TODAY-INT + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-RH-FROM
           MOVE WS-LAST-DATE     TO WS-RH-TO
           MOVE WS-HISTORY-WEEKS TO WS-RH-WEEKS
           WRITE FORECAST-PRINT-LINE FROM WS-REP-HEADER
      *    TOMORROW THROUGH THE END OF THE HORIZON - TODAY'S ORDERS
      *    ARE ALREADY ON DAYSHEET.
           PERFORM VARYING WS-OFFSET FROM 1 BY 1
               UNTIL WS-OFFSET > WS-HORIZON-DAYS
               COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-OFFSET
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-DAY-DATE
      *        DAY 1 OF THE INTEGER DATE SCALE (01.01.1601) WAS A
      *        MONDAY - SAME WEEKDAY RULE AS STOGEN.
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               WRITE FORECAST-PRINT-LINE FROM WS-BLANK-LINE
               PERFORM FORECAST-ONE-DAY-PARA
           END-PERFORM
           WRITE FORECAST-PRINT-LINE FROM WS-BLANK-LINE
           MOVE WS-DAYS-FORECAST TO WS-RS-DAYS
           MOVE WS-OVER-DAYS     TO WS-RS-OVER
           MOVE WS-DAYS-DOWNTIME TO WS-RS-DOWN
           WRITE FORECAST-PRINT-LINE FROM WS-REP-SUMMARY
           WRITE FORECAST-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-INGREDIENT-NEEDS-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "DEMAND FORECAST COMPLETE - DAYS: " WS-DAYS-FORECAST
               " OVER CAPACITY: " WS-OVER-DAYS
               " DOWNTIME: " WS-DAYS-DOWNTIME
           IF WS-TABLE-OVERFLOW
               DISPLAY "WARNING: WORK TABLE FULL - PART OF THE DEMAND WA
      -            "S LEFT OUT OF THE FORECAST"
           END-IF
           SET RLG-END TO TRUE
           MOVE WS-HORIZON-DAYS  TO RLG-READ-COUNT
           MOVE WS-LINES-WRITTEN TO RLG-WRITE-COUNT
           MOVE WS-DAYS-DOWNTIME TO RLG-SKIP-COUNT
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
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS = "35"
               CLOSE STANDING-FILE
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN INPUT STANDING-FILE
           END-IF
           OPEN INPUT CAPLEDGER-FILE
           IF WS-CAPLEDGER-STATUS = "35"
               CLOSE CAPLEDGER-FILE
               OPEN OUTPUT CAPLEDGER-FILE
               CLOSE CAPLEDGER-FILE
               OPEN INPUT CAPLEDGER-FILE
           END-IF
           OPEN INPUT DOWNTIME-FILE
           IF WS-DOWNTIME-STATUS = "35"
               CLOSE DOWNTIME-FILE
               OPEN OUTPUT DOWNTIME-FILE
               CLOSE DOWNTIME-FILE
               OPEN INPUT DOWNTIME-FILE
           END-IF
           OPEN INPUT CLOSURE-FILE
           IF WS-CLOSURE-STATUS = "35"
               CLOSE CLOSURE-FILE
               OPEN OUTPUT CLOSURE-FILE
               CLOSE CLOSURE-FILE
               OPEN INPUT CLOSURE-FILE
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
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS = "35"
               CLOSE PARAM-FILE
               OPEN OUTPUT PARAM-FILE
               CLOSE PARAM-FILE
               OPEN INPUT PARAM-FILE
           END-IF
           OPEN INPUT RECIPE-FILE
           IF WS-RECIPE-STATUS = "35"
               CLOSE RECIPE-FILE
               OPEN OUTPUT RECIPE-FILE
               CLOSE RECIPE-FILE
               OPEN INPUT RECIPE-FILE
           END-IF
           OPEN INPUT INGRED-FILE
           IF WS-INGRED-STATUS = "35"
               CLOSE INGRED-FILE
               OPEN OUTPUT INGRED-FILE
               CLOSE INGRED-FILE
               OPEN INPUT INGRED-FILE
           END-IF
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS = "35"
               CLOSE STOCK-FILE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN INPUT STOCK-FILE
           END-IF
           OPEN OUTPUT FORECAST-FILE.

       CLOSE-FILES-PARA.
           CLOSE ORDER-FILE
           CLOSE STANDING-FILE
           CLOSE CAPLEDGER-FILE
           CLOSE DOWNTIME-FILE
           CLOSE CLOSURE-FILE
           CLOSE SCHOOL-FILE
           CLOSE SANDWICH-FILE
           CLOSE PARAM-FILE
           CLOSE RECIPE-FILE
           CLOSE INGRED-FILE
           CLOSE STOCK-FILE
           CLOSE FORECAST-FILE.

      ******************************************************************
      *    CALENDARS AND STANDING ORDERS, READ ONCE
      ******************************************************************
      *    A PERIOD THAT ENDED BY TODAY CANNOT COVER A FORECAST DAY
      *    AND IS LEFT OUT. A ZERO END DATE IS OPEN-ENDED.
       LOAD-DOWNTIME-PARA.
           MOVE LOW-VALUES TO DOWNTIME-RECORD
           START DOWNTIME-FILE KEY IS NOT LESS THAN DT-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-DOWNTIME-STATUS NOT = "00"
               READ DOWNTIME-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF DT-END-DATE = 0 OR DT-END-DATE > WS-TODAY
                           IF WS-DT-COUNT >= 300
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-DT-COUNT
                               MOVE DT-START-DATE
                                   TO WS-DT-START(WS-DT-COUNT)
                               MOVE DT-END-DATE
                                   TO WS-DT-END(WS-DT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    SAME RULE FOR THE CLOSURES - EVEN A HISTORY ORDER IS HELD
      *    AGAINST THE SCHOOL'S CLOSURE ON THE FORECAST DAY, NEVER ON
      *    THE DAY IT WAS DELIVERED.
       LOAD-CLOSURES-PARA.
           MOVE LOW-VALUES TO SCHOOL-CLOSURE-RECORD
           START CLOSURE-FILE KEY IS NOT LESS THAN SCL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CLOSURE-STATUS NOT = "00"
               READ CLOSURE-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF SCL-END-DATE = 0 OR SCL-END-DATE > WS-TODAY
                           IF WS-CL-COUNT >= 500
                               SET WS-TABLE-OVERFLOW TO TRUE
                           ELSE
                               ADD 1 TO WS-CL-COUNT
                               MOVE SCL-SCHOOL-ID
                                   TO WS-CL-SCHOOL(WS-CL-COUNT)
                               MOVE SCL-START-DATE
                                   TO WS-CL-START(WS-CL-COUNT)
                               MOVE SCL-END-DATE
                                   TO WS-CL-END(WS-CL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    STANDING ORDERS OF A DEACTIVATED SCHOOL ARE LEFT OUT HERE -
      *    STOGEN WOULD SKIP THEM ANYWAY.
       LOAD-STANDING-PARA.
           MOVE LOW-VALUES TO STANDING-ORDER-RECORD
           START STANDING-FILE KEY IS NOT LESS THAN STO-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-STANDING-STATUS NOT = "00"
               READ STANDING-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF STO-ACTIVE
                           PERFORM LOAD-ONE-STANDING-PARA
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-STANDING-PARA.
           MOVE STO-SCHOOL-ID TO SCH-ID
           READ SCHOOL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT SCH-INACTIVE
                       IF WS-ST-COUNT >= 300
                           SET WS-TABLE-OVERFLOW TO TRUE
                       ELSE
                           ADD 1 TO WS-ST-COUNT
                           MOVE STO-SCHOOL-ID
                               TO WS-ST-SCHOOL(WS-ST-COUNT)
                           MOVE STO-WEEKDAY
                               TO WS-ST-WEEKDAY(WS-ST-COUNT)
                           MOVE STO-START-DATE
                               TO WS-ST-START(WS-ST-COUNT)
                           MOVE STO-END-DATE
                               TO WS-ST-END(WS-ST-COUNT)
                           MOVE STO-LINE-COUNT
                               TO WS-ST-LINE-COUNT(WS-ST-COUNT)
                           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                               UNTIL WS-LINE-IDX > STO-LINE-COUNT
                               MOVE STO-SANDWICH-ID(WS-LINE-IDX)
                                   TO WS-ST-SANDWICH
                                       (WS-ST-COUNT, WS-LINE-IDX)
                               MOVE STO-QUANTITY(WS-LINE-IDX)
                                   TO WS-ST-QTY
                                       (WS-ST-COUNT, WS-LINE-IDX)
                           END-PERFORM
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    ONE FORECAST DAY
      ******************************************************************
      *    THE ORDERS ALREADY ON FILE FOR THE DAY ARE READ BEFORE THE
      *    STANDING ORDERS ARE PROJECTED - A SCHOOL WITH A LIVE ORDER
      *    ON THE DAY HAS HAD ITS STANDING ORDER GENERATED ALREADY.
       FORECAST-ONE-DAY-PARA.
           MOVE WS-DAY-DATE            TO WS-RD-DATE
           MOVE WS-WEEKDAY-NAME(WS-DOW) TO WS-RD-WEEKDAY
           MOVE WS-DAY-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DOWNTIME-PARA
           IF WS-DAY-DOWN
               MOVE " - BAKERY DOWNTIME, NO PRODUCTION" TO WS-RD-NOTE
               WRITE FORECAST-PRINT-LINE FROM WS-REP-DAY-HEAD
               ADD 1 TO WS-DAYS-DOWNTIME
           ELSE
               MOVE SPACES TO WS-RD-NOTE
               WRITE FORECAST-PRINT-LINE FROM WS-REP-DAY-HEAD
               ADD 1 TO WS-DAYS-FORECAST
               MOVE 0 TO WS-FS-COUNT
               MOVE 0 TO WS-OS-COUNT
               PERFORM ADD-BOOKED-PARA
               PERFORM ADD-DAY-ORDERS-PARA
               PERFORM ADD-STANDING-PARA
               PERFORM ADD-HISTORY-PARA
               PERFORM WRITE-DAY-PARA
           END-IF.

       CHECK-DOWNTIME-PARA.
           MOVE "N" TO WS-DAY-DOWN-FLAG
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-DT-COUNT OR WS-DAY-DOWN
               IF WS-CHECK-DATE >= WS-DT-START(WS-K)
                   AND (WS-DT-END(WS-K) = 0 OR
                        WS-CHECK-DATE <= WS-DT-END(WS-K))
                   SET WS-DAY-DOWN TO TRUE
               END-IF
           END-PERFORM.

      *    IN: WS-SCHOOL-ID, WS-CHECK-DATE.
       CHECK-CLOSURE-PARA.
           MOVE "N" TO WS-CLOSED-FLAG
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-CL-COUNT OR WS-SCHOOL-CLOSED
               IF WS-CL-SCHOOL(WS-K) = WS-SCHOOL-ID
                   AND WS-CHECK-DATE >= WS-CL-START(WS-K)
                   AND (WS-CL-END(WS-K) = 0 OR
                        WS-CHECK-DATE <= WS-CL-END(WS-K))
                   SET WS-SCHOOL-CLOSED TO TRUE
               END-IF
           END-PERFORM.

      *    IN: WS-SCHOOL-ID, WS-CHECK-DATE AND WS-DOW. A SCHOOL WITH AN
      *    ACTIVE STANDING ORDER FOR THE WEEKDAY COVERING THE DATE.
       CHECK-STANDING-PARA.
           MOVE "N" TO WS-STANDING-FLAG
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-ST-COUNT OR WS-HAS-STANDING
               IF WS-ST-SCHOOL(WS-K) = WS-SCHOOL-ID
                   AND WS-ST-WEEKDAY(WS-K) = WS-DOW
                   AND WS-ST-START(WS-K) <= WS-CHECK-DATE
                   AND (WS-ST-END(WS-K) = 0 OR
                        WS-CHECK-DATE <= WS-ST-END(WS-K))
                   SET WS-HAS-STANDING TO TRUE
               END-IF
           END-PERFORM.

      *    IN: WS-SANDWICH-ID. OUT: WS-FOUND-IDX INTO WS-FS-TABLE, THE
      *    ENTRY CREATED WHEN NEW (ZERO WHEN THE TABLE IS FULL).
       FIND-DAY-SANDWICH-PARA.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-FS-COUNT OR WS-FOUND-IDX > 0
               IF WS-FS-SANDWICH(WS-J) = WS-SANDWICH-ID
                   MOVE WS-J TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-FS-COUNT >= 100
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-FS-COUNT
                   MOVE WS-FS-COUNT TO WS-FOUND-IDX
                   MOVE WS-SANDWICH-ID TO WS-FS-SANDWICH(WS-FOUND-IDX)
                   MOVE 0 TO WS-FS-BOOKED(WS-FOUND-IDX)
                   MOVE 0 TO WS-FS-STANDING(WS-FOUND-IDX)
                   MOVE 0 TO WS-FS-ONE-OFF-BOOKED(WS-FOUND-IDX)
                   MOVE 0 TO WS-FS-HISTORY(WS-FOUND-IDX)
               END-IF
           END-IF.

      *    ONE KEYED START ON THE DATE, READ UNTIL THE DATE CHANGES.
       ADD-BOOKED-PARA.
           MOVE WS-DAY-DATE TO CL-DELIVERY-DATE
           MOVE 0           TO CL-SANDWICH-ID
           START CAPLEDGER-FILE KEY IS NOT LESS THAN CL-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-CAPLEDGER-STATUS NOT = "00"
               READ CAPLEDGER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF CL-DELIVERY-DATE NOT = WS-DAY-DATE
                           EXIT PERFORM
                       END-IF
                       IF CL-BOOKED-QTY > 0
                           MOVE CL-SANDWICH-ID TO WS-SANDWICH-ID
                           PERFORM FIND-DAY-SANDWICH-PARA
                           IF WS-FOUND-IDX > 0
                               ADD CL-BOOKED-QTY
                                   TO WS-FS-BOOKED(WS-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CAPLEDGER-STATUS.

      *    THE LIVE ORDERS ON FILE FOR THE DAY, BY THE DELIVERY-DATE
      *    ALTERNATE KEY. THEIR QUANTITIES ARE ALREADY IN THE LEDGER;
      *    WHAT IS NOTED HERE IS WHICH SCHOOLS HAVE ORDERED AND HOW
      *    MUCH OF IT IS ONE-OFF (NO STANDING ORDER BEHIND IT).
      *    STATUS "02" IS A SUCCESSFUL READ ON A DUPLICATE KEY.
       ADD-DAY-ORDERS-PARA.
           MOVE WS-DAY-DATE TO ORD-DELIVERY-DATE
           START ORDER-FILE KEY IS NOT LESS THAN ORD-DELIVERY-DATE
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               AND WS-ORDER-STATUS NOT = "02"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = WS-DAY-DATE
                           EXIT PERFORM
                       END-IF
                       IF NOT ORD-CANCELLED AND NOT ORD-DELIV-FAILED
                           PERFORM NOTE-DAY-ORDER-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ORDER-STATUS.

       NOTE-DAY-ORDER-PARA.
           IF WS-OS-COUNT >= 500
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-OS-COUNT
               MOVE ORD-SCHOOL-ID TO WS-OS-SCHOOL(WS-OS-COUNT)
           END-IF
           MOVE ORD-SCHOOL-ID TO WS-SCHOOL-ID
           MOVE WS-DAY-DATE   TO WS-CHECK-DATE
           PERFORM CHECK-STANDING-PARA
           IF NOT WS-HAS-STANDING
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > ORD-LINE-COUNT
                   MOVE ORD-SANDWICH-ID(WS-LINE-IDX) TO WS-SANDWICH-ID
                   PERFORM FIND-DAY-SANDWICH-PARA
                   IF WS-FOUND-IDX > 0
                       ADD ORD-QUANTITY(WS-LINE-IDX)
                           TO WS-FS-ONE-OFF-BOOKED(WS-FOUND-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *    A STANDING ORDER FOR THE WEEKDAY WHOSE SCHOOL HAS NO LIVE
      *    ORDER ON THE DAY YET AND IS NOT CLOSED THAT DAY. THE LEAD
      *    TIME IS NOT APPLIED - A DAY INSIDE IT IS EXACTLY ONE STOGEN
      *    HAS ALREADY HAD ITS CHANCE AT, SO AN UNGENERATED ORDER
      *    THERE WAS SKIPPED FOR A REASON STILL COUNTED HERE AS DEMAND
      *    THE BAKERY MAY YET SEE.
       ADD-STANDING-PARA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ST-COUNT
               IF WS-ST-WEEKDAY(WS-I) = WS-DOW
                   AND WS-ST-START(WS-I) <= WS-DAY-DATE
                   AND (WS-ST-END(WS-I) = 0 OR
                        WS-DAY-DATE <= WS-ST-END(WS-I))
                   PERFORM ADD-ONE-STANDING-PARA
               END-IF
           END-PERFORM.

       ADD-ONE-STANDING-PARA.
           MOVE WS-ST-SCHOOL(WS-I) TO WS-SCHOOL-ID
           MOVE WS-DAY-DATE        TO WS-CHECK-DATE
           MOVE "N" TO WS-ORDERED-FLAG
           PERFORM VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > WS-OS-COUNT OR WS-ALREADY-ORDERED
               IF WS-OS-SCHOOL(WS-K) = WS-SCHOOL-ID
                   SET WS-ALREADY-ORDERED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-ORDERED
               PERFORM CHECK-CLOSURE-PARA
               IF NOT WS-SCHOOL-CLOSED
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > WS-ST-LINE-COUNT(WS-I)
                       MOVE WS-ST-SANDWICH(WS-I, WS-LINE-IDX)
                           TO WS-SANDWICH-ID
                       PERFORM FIND-DAY-SANDWICH-PARA
                       IF WS-FOUND-IDX > 0
                           ADD WS-ST-QTY(WS-I, WS-LINE-IDX)
                               TO WS-FS-STANDING(WS-FOUND-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    THE LAST WS-HISTORY-WEEKS OCCURRENCES OF THE SAME WEEKDAY
      *    BEFORE TODAY. ONLY CONFIRMED DELIVERIES COUNT, AT WHAT WAS
      *    ACTUALLY HANDED OVER; AN ORDER A STANDING ORDER ACCOUNTS FOR
      *    IS ALREADY PROJECTED THROUGH THE STANDING ORDER ITSELF, AND
      *    A SCHOOL CLOSED ON THE FORECAST DAY WILL NOT ORDER THAT DAY.
       ADD-HISTORY-PARA.
           MOVE 0 TO WS-HIST-COUNT
           PERFORM VARYING WS-WEEK-BACK FROM 1 BY 1
               UNTIL WS-HIST-COUNT >= WS-HISTORY-WEEKS
               COMPUTE WS-HIST-INT = WS-DAY-INT - 7 * WS-WEEK-BACK
               IF WS-HIST-INT < WS-TODAY-INT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-HIST-INT)
                       TO WS-HIST-DATE
                   ADD 1 TO WS-HIST-COUNT
                   PERFORM ADD-HISTORY-DATE-PARA
               END-IF
           END-PERFORM.

       ADD-HISTORY-DATE-PARA.
           MOVE WS-HIST-DATE TO ORD-DELIVERY-DATE
           START ORDER-FILE KEY IS NOT LESS THAN ORD-DELIVERY-DATE
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               AND WS-ORDER-STATUS NOT = "02"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-DELIVERY-DATE NOT = WS-HIST-DATE
                           EXIT PERFORM
                       END-IF
                       IF ORD-DELIVERED
                           PERFORM ADD-HISTORY-ORDER-PARA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ORDER-STATUS.

       ADD-HISTORY-ORDER-PARA.
           MOVE ORD-SCHOOL-ID TO WS-SCHOOL-ID
           MOVE WS-HIST-DATE  TO WS-CHECK-DATE
           PERFORM CHECK-STANDING-PARA
           IF NOT WS-HAS-STANDING
               MOVE WS-DAY-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CLOSURE-PARA
               IF NOT WS-SCHOOL-CLOSED
                   PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > ORD-LINE-COUNT
                       MOVE ORD-SANDWICH-ID(WS-LINE-IDX)
                           TO WS-SANDWICH-ID
                       PERFORM FIND-DAY-SANDWICH-PARA
                       IF WS-FOUND-IDX > 0
                           ADD ORD-CONFIRMED-QTY(WS-LINE-IDX)
                               TO WS-FS-HISTORY(WS-FOUND-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *    FORECAST = BOOKED + UNGENERATED STANDING + WHATEVER OF THE
      *    ONE-OFF AVERAGE HAS NOT BEEN BOOKED YET.
       WRITE-DAY-PARA.
           MOVE 0 TO WS-DAY-FORECAST
           MOVE 0 TO WS-DAY-OVER-COUNT
           IF WS-FS-COUNT = 0
               WRITE FORECAST-PRINT-LINE FROM WS-REP-NOTHING
           ELSE
               WRITE FORECAST-PRINT-LINE FROM WS-REP-COLUMNS
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FS-COUNT
                   PERFORM WRITE-DAY-LINE-PARA
               END-PERFORM
               MOVE WS-DAY-FORECAST   TO WS-RT-DAY-QTY
               MOVE WS-DAY-OVER-COUNT TO WS-RT-DAY-OVER
               WRITE FORECAST-PRINT-LINE FROM WS-REP-DAY-TOTAL
               IF WS-DAY-OVER-COUNT > 0
                   ADD 1 TO WS-OVER-DAYS
               END-IF
           END-IF.

       WRITE-DAY-LINE-PARA.
           COMPUTE WS-ONE-OFF-AVG ROUNDED =
               WS-FS-HISTORY(WS-I) / WS-HISTORY-WEEKS
           IF WS-ONE-OFF-AVG > WS-FS-ONE-OFF-BOOKED(WS-I)
               COMPUTE WS-ONE-OFF-QTY =
                   WS-ONE-OFF-AVG - WS-FS-ONE-OFF-BOOKED(WS-I)
           ELSE
               MOVE 0 TO WS-ONE-OFF-QTY
           END-IF
           COMPUTE WS-FORECAST-QTY = WS-FS-BOOKED(WS-I)
               + WS-FS-STANDING(WS-I) + WS-ONE-OFF-QTY
           MOVE WS-FS-SANDWICH(WS-I) TO WS-SANDWICH-ID
           MOVE WS-SANDWICH-ID TO SW-ID
           READ SANDWICH-FILE
               INVALID KEY
                   MOVE "** UNKNOWN SANDWICH **" TO SW-NAME
                   MOVE 0 TO SW-DAILY-CAPACITY
               NOT INVALID KEY CONTINUE
           END-READ
           PERFORM GET-EFFECTIVE-CAPACITY-PARA
           MOVE WS-SANDWICH-ID        TO WS-RL-SANDWICH
           MOVE SW-NAME               TO WS-RL-NAME
           MOVE WS-FS-BOOKED(WS-I)    TO WS-RL-BOOKED
           MOVE WS-FS-STANDING(WS-I)  TO WS-RL-STANDING
           MOVE WS-ONE-OFF-QTY        TO WS-RL-ONE-OFF
           MOVE WS-FORECAST-QTY       TO WS-RL-FORECAST
           MOVE WS-EFFECTIVE-CAPACITY TO WS-RL-CAPACITY
           IF WS-FORECAST-QTY > WS-EFFECTIVE-CAPACITY
               MOVE "** OVER CAPACITY **" TO WS-RL-FLAG
               ADD 1 TO WS-DAY-OVER-COUNT
           ELSE
               MOVE SPACES TO WS-RL-FLAG
           END-IF
           WRITE FORECAST-PRINT-LINE FROM WS-REP-DETAIL
           ADD 1 TO WS-LINES-WRITTEN
           ADD WS-FORECAST-QTY TO WS-DAY-FORECAST
           PERFORM ADD-PERIOD-TOTAL-PARA.

      *    SAME "CAP-" + SW-ID PARAMETER PREFERENCE AS RSO, STOGEN AND
      *    DAYSHEET, WITH THE SANDWICH MASTER VALUE AS THE FALLBACK.
       GET-EFFECTIVE-CAPACITY-PARA.
           MOVE SW-DAILY-CAPACITY TO WS-EFFECTIVE-CAPACITY
           MOVE SPACES TO PARM-KEY
           STRING "CAP-" WS-SANDWICH-ID DELIMITED BY SIZE
               INTO PARM-KEY
           READ PARAM-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PARM-VALUE > 0
                       MOVE PARM-VALUE TO WS-EFFECTIVE-CAPACITY
                   END-IF
           END-READ.

       ADD-PERIOD-TOTAL-PARA.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PT-COUNT OR WS-FOUND-IDX > 0
               IF WS-PT-SANDWICH(WS-J) = WS-SANDWICH-ID
                   MOVE WS-J TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-PT-COUNT >= 100
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-SANDWICH-ID  TO WS-PT-SANDWICH(WS-PT-COUNT)
                   MOVE WS-FORECAST-QTY TO WS-PT-QTY(WS-PT-COUNT)
               END-IF
           ELSE
               ADD WS-FORECAST-QTY TO WS-PT-QTY(WS-FOUND-IDX)
           END-IF.

      ******************************************************************
      *    EXPECTED INGREDIENT NEEDS - THE PERIOD'S FORECAST EXPLODED
      *    THROUGH THE RECIPE FILE, NETTED AGAINST THE STOCK ON HAND.
      *    SAME EXPLOSION AS DAYSHEET'S PURCHASING LIST.
      ******************************************************************
       WRITE-INGREDIENT-NEEDS-PARA.
           MOVE WS-LAST-DATE TO WS-RI-TO
           WRITE FORECAST-PRINT-LINE FROM WS-REP-ING-TITLE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-PT-COUNT
               IF WS-PT-QTY(WS-I) > 0
                   PERFORM EXPLODE-ONE-SANDWICH-PARA
               END-IF
           END-PERFORM
           WRITE FORECAST-PRINT-LINE FROM WS-REP-ING-COLUMNS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-IL-COUNT
               PERFORM WRITE-INGREDIENT-LINE-PARA
           END-PERFORM.

       EXPLODE-ONE-SANDWICH-PARA.
           MOVE 0 TO WS-RECIPE-LINES
           MOVE WS-PT-SANDWICH(WS-I) TO RCP-SANDWICH-ID
           MOVE 0 TO RCP-INGREDIENT-ID
           START RECIPE-FILE KEY IS NOT LESS THAN RCP-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RECIPE-STATUS NOT = "00"
               READ RECIPE-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF RCP-SANDWICH-ID NOT = WS-PT-SANDWICH(WS-I)
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-RECIPE-LINES
                       PERFORM ADD-INGREDIENT-QTY-PARA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-RECIPE-STATUS
           IF WS-RECIPE-LINES = 0
               MOVE WS-PT-SANDWICH(WS-I) TO WS-RI-NR-SANDWICH
               WRITE FORECAST-PRINT-LINE FROM WS-REP-NORECIPE-LINE
           END-IF.

       ADD-INGREDIENT-QTY-PARA.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-IL-COUNT OR WS-FOUND-IDX > 0
               IF WS-IL-INGREDIENT-ID(WS-J) = RCP-INGREDIENT-ID
                   MOVE WS-J TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-IL-COUNT >= 200
                   SET WS-TABLE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-IL-COUNT
                   MOVE RCP-INGREDIENT-ID
                       TO WS-IL-INGREDIENT-ID(WS-IL-COUNT)
                   COMPUTE WS-IL-QTY(WS-IL-COUNT) =
                       RCP-QTY-PER-SANDWICH * WS-PT-QTY(WS-I)
               END-IF
           ELSE
               COMPUTE WS-IL-QTY(WS-FOUND-IDX) =
                   WS-IL-QTY(WS-FOUND-IDX)
                   + RCP-QTY-PER-SANDWICH * WS-PT-QTY(WS-I)
           END-IF.

       WRITE-INGREDIENT-LINE-PARA.
           MOVE WS-IL-INGREDIENT-ID(WS-I) TO ING-ID
           READ INGRED-FILE
               INVALID KEY
                   MOVE "** UNKNOWN INGREDIENT **" TO ING-NAME
                   MOVE SPACES TO ING-UNIT
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-IL-INGREDIENT-ID(WS-I) TO STK-ING-ID
           READ STOCK-FILE
               INVALID KEY MOVE 0 TO STK-ON-HAND
               NOT INVALID KEY CONTINUE
           END-READ
           COMPUTE WS-PL-NET-QTY = WS-IL-QTY(WS-I) - STK-ON-HAND
           IF WS-PL-NET-QTY < 0
               MOVE 0 TO WS-PL-NET-QTY
           END-IF
           MOVE WS-IL-INGREDIENT-ID(WS-I) TO WS-RI-ID
           MOVE ING-NAME                  TO WS-RI-NAME
           MOVE WS-IL-QTY(WS-I)           TO WS-RI-QTY
           MOVE STK-ON-HAND               TO WS-RI-ON-HAND
           MOVE WS-PL-NET-QTY             TO WS-RI-NET
           MOVE ING-UNIT                  TO WS-RI-UNIT
           WRITE FORECAST-PRINT-LINE FROM WS-REP-ING-DETAIL.
