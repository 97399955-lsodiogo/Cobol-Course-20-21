               10  WS-LINE-QUANTITY        PIC 9(5).
               10  WS-LINE-UNIT-PRICE      PIC 9(5)V99.
               10  WS-LINE-LINE-PRICE      PIC 9(7)V99.
               10  WS-LINE-LIST-PRICE      PIC 9(5)V99.
       01  WS-TOTAL-PRICE                  PIC 9(9)V99.
       01  WS-PRICE-IDX                    PIC 9(2).

      *    SCHOOL PRICE AGREEMENTS - EVERY LINE IS PRICED THROUGH THE
      *    SHARED SCHPRICE SUBPROGRAM FROM ITS LIST PRICE, AS IN RSO.
           COPY SCHPRICEAREA.
      *    ALLERGEN WARNINGS FOR THE STAGED LINES OF A SCHOOL THAT
      *    ONLY WARNS - PRINTED UNDER THE ACCEPTED ROW SO THE OFFICE
      *    CAN RING THE KITCHEN. SPACES MEAN NO WARNING.
       01  WS-LINE-ALLERGENS.
           05  WS-LINE-ALLERGEN-TEXT      PIC X(80) OCCURS 10 TIMES.

       01  WS-RPT-ACCEPT-LINE.
           05  FILLER                      PIC X(16) VALUE
           05  WS-RR-SCHOOL                PIC X(6).
           05  FILLER                      PIC X(4) VALUE "  - ".
           05  WS-RR-REASON                PIC X(30).
       01  WS-RPT-ALLERGEN-LINE.
           05  FILLER                      PIC X(16) VALUE
               "  WARNING  SW  ".
           05  WS-RW-SANDWICH-ID           PIC 9(6).
           05  FILLER                      PIC X(23) VALUE
               "  RESTRICTED ALLERGEN: ".
           05  WS-RW-ALLERGENS             PIC X(80).

      *    SCHOOL DIETARY RESTRICTIONS - THE SAME SHARED ALLGCHK CHECK
      *    RSO AND STOMNT RUN AT THE KEYBOARD.
           COPY ALLGCHKAREA.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START, ONE AT
      *    END WITH THE ACCEPT/REJECT COUNTS, SO THE RUN LEAVES A

       BUILD-ORDER-LINES-PARA.
           MOVE 0 TO WS-TOTAL-PRICE
           MOVE SPACES TO WS-LINE-ALLERGENS
           PERFORM VARYING WS-L FROM 1 BY 1
               UNTIL WS-L > WS-LINE-COUNT OR NOT WS-ORDER-OK
               PERFORM BUILD-ONE-LINE-PARA
                           MOVE "UNKNOWN SANDWICH" TO WS-REJ-REASON
                           MOVE "N" TO WS-OK-FLAG
                       NOT INVALID KEY
                           PERFORM CHECK-LINE-ALLERGENS-PARA
                   END-READ
               END-IF
           END-IF
           IF WS-ORDER-OK
               PERFORM CHECK-LINE-CAPACITY-PARA
           END-IF.

      *    A SCHOOL SET TO BLOCK REJECTS THE WHOLE ORDER, NAMING THE
      *    ALLERGENS AS FAR AS THE REASON FIELD HOLDS THEM. A SCHOOL
      *    SET TO WARN KEEPS THE LINE AND THE TEXT IS STAGED FOR THE
      *    REPORT. SW-PRICE IS UNTOUCHED - ALLGCHK READS ITS OWN FILES.
       CHECK-LINE-ALLERGENS-PARA.
           MOVE WS-SCHOOL-ID   TO ALC-SCHOOL-ID
           MOVE WS-SANDWICH-ID TO ALC-SANDWICH-ID
           SET ALC-ENGLISH TO TRUE
           CALL "ALLGCHK" USING ALLGCHK-AREA END-CALL
           EVALUATE TRUE
               WHEN ALC-BLOCK
                   STRING "ALLERGEN " DELIMITED BY SIZE
                       ALC-CONFLICT-TEXT DELIMITED BY "  "
                       INTO WS-REJ-REASON
                   END-STRING
                   MOVE "N" TO WS-OK-FLAG
               WHEN ALC-WARN
                   MOVE ALC-CONFLICT-TEXT
                       TO WS-LINE-ALLERGEN-TEXT(WS-L)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    SAME RULE AS RSO'S CHECK-CAPACITY-PARA: EVERYTHING ALREADY
      *    BOOKED FOR THIS SANDWICH/DATE ON THE LEDGER, PLUS THE LINES
      *    ALREADY STAGED FOR THIS SAME IMPORTED ORDER, PLUS THIS
               MOVE "DAILY CAPACITY" TO WS-REJ-REASON
               MOVE "N" TO WS-OK-FLAG
           ELSE
               PERFORM PRICE-LINE-PARA
               COMPUTE WS-LINE-LINE-PRICE(WS-L) =
                   SPR-UNIT-PRICE * WS-QUANTITY
                   ON SIZE ERROR
                       MOVE "LINE PRICE OVERFLOW" TO WS-REJ-REASON
                       MOVE "N" TO WS-OK-FLAG
                           TO WS-LINE-SANDWICH-ID(WS-L)
                       MOVE WS-QUANTITY
                           TO WS-LINE-QUANTITY(WS-L)
                       MOVE SPR-UNIT-PRICE
                           TO WS-LINE-UNIT-PRICE(WS-L)
                       MOVE SW-PRICE
                           TO WS-LINE-LIST-PRICE(WS-L)
                       ADD WS-LINE-LINE-PRICE(WS-L)
                           TO WS-TOTAL-PRICE
               END-COMPUTE
           END-IF.

      *    THE FREEZE POINT FOR THE LINE'S UNIT PRICE. THE VOLUME
      *    THRESHOLD SEES THE WHOLE IMPORTED ORDER'S QUANTITY OF THE
      *    SANDWICH, LINES NOT YET STAGED INCLUDED, AS IN RSO AND
      *    STOGEN. AN AGREED PRICE IS NEVER ABOVE THE LIST PRICE, SO
      *    THE LINE-PRICE OVERFLOW GUARD STILL HOLDS.
       PRICE-LINE-PARA.
           MOVE WS-SCHOOL-ID     TO SPR-SCHOOL-ID
           MOVE WS-SANDWICH-ID   TO SPR-SANDWICH-ID
           MOVE WS-DELIVERY-DATE TO SPR-DELIVERY-DATE
           MOVE SW-PRICE         TO SPR-LIST-PRICE
           MOVE WS-NEXT-ID       TO SPR-ORDER-ID
           MOVE 0                TO SPR-ORDER-QTY
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > WS-LINE-COUNT
               PERFORM ADD-ORDER-SANDWICH-QTY-PARA
           END-PERFORM
           PERFORM CALL-SCHPRICE-PARA.

      *    STRAIGHT FROM THE SPLIT TOKENS, WITHOUT PARSE-ONE-NUMBER-
      *    PARA - A BAD FIELD FURTHER ALONG REJECTS THE ORDER WHEN
      *    BUILD-ONE-LINE-PARA REACHES IT, NOT HERE.
       ADD-ORDER-SANDWICH-QTY-PARA.
           COMPUTE WS-T = 2 + WS-PRICE-IDX * 2
           IF FUNCTION TEST-NUMVAL(WS-TOK(WS-T)) = 0
               AND FUNCTION TEST-NUMVAL(WS-TOK(WS-T + 1)) = 0
               IF FUNCTION NUMVAL(WS-TOK(WS-T)) = WS-SANDWICH-ID
                   COMPUTE SPR-ORDER-QTY = SPR-ORDER-QTY
                       + FUNCTION NUMVAL(WS-TOK(WS-T + 1))
                       ON SIZE ERROR CONTINUE
                   END-COMPUTE
               END-IF
           END-IF.

      *    SCHPRICE OPENS ORDERS.DAT FOR ITSELF TO ADD UP THE MONTHLY
      *    VOLUME - THE TWO OPENS MUST NEVER OVERLAP (SAME RULE AS
      *    CAM'S CALL-CAMRECON-PARA), SO ORDER-FILE IS CLOSED AROUND
      *    THE CALL. NOTHING IS READ FROM ORDER-FILE ACROSS IT - THE
      *    ORDER IS BUILT FROM THE STAGED LINES ONLY AFTERWARDS.
       CALL-SCHPRICE-PARA.
           CLOSE ORDER-FILE
           CALL "SCHPRICE" USING SCHPRICE-AREA END-CALL
           OPEN I-O ORDER-FILE.

       GET-EFFECTIVE-CAPACITY-PARA.
           MOVE SW-DAILY-CAPACITY TO WS-EFFECTIVE-CAPACITY
           MOVE SPACES TO PARM-KEY
      *    DELIVERY TIMESTAMP AND ZERO CONFIRMED QUANTITIES, NEVER
      *    WITH ANOTHER ORDER'S CONFIRMATION (SEE ORDERREC.cpy).
           MOVE 0                  TO ORD-DELIVERED-TS
           MOVE ZEROS              TO ORD-LIST-PRICES
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-LINE-COUNT
               MOVE WS-LINE-SANDWICH-ID(WS-CAP-IDX)
                   TO ORD-UNIT-PRICE(WS-CAP-IDX)
               MOVE WS-LINE-LINE-PRICE(WS-CAP-IDX)
                   TO ORD-LINE-PRICE(WS-CAP-IDX)
               MOVE WS-LINE-LIST-PRICE(WS-CAP-IDX)
                   TO ORD-LIST-PRICE(WS-CAP-IDX)
               MOVE 0 TO ORD-CONFIRMED-QTY(WS-CAP-IDX)
           END-PERFORM
           WRITE ORDER-RECORD
           MOVE WS-SCHOOL-ID     TO WS-RA-SCHOOL-ID
           MOVE WS-DELIVERY-DATE TO WS-RA-DELIVERY-DATE
           WRITE REPORT-LINE FROM WS-RPT-ACCEPT-LINE
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-LINE-COUNT
               IF WS-LINE-ALLERGEN-TEXT(WS-CAP-IDX) NOT = SPACES
                   MOVE WS-LINE-SANDWICH-ID(WS-CAP-IDX)
                       TO WS-RW-SANDWICH-ID
                   MOVE WS-LINE-ALLERGEN-TEXT(WS-CAP-IDX)
                       TO WS-RW-ALLERGENS
                   WRITE REPORT-LINE FROM WS-RPT-ALLERGEN-LINE
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-ID
           ADD 1 TO WS-ACCEPT-COUNT.

