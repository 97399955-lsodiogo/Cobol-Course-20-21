           88  WS-ORDER-IS-VALID            VALUE "Y".
       01  WS-CAPACITY-FLAG                PIC X VALUE "Y".
           88  WS-CAPACITY-OK               VALUE "Y".
       01  WS-ALLERGEN-FLAG                PIC X VALUE "Y".
           88  WS-ALLERGEN-OK               VALUE "Y".

       01  WS-FIELDS.
           05  WS-ID                       PIC 9(6).
      *    EVERY ORDER AMEND/CANCEL AUDIT ROW.
           COPY SIGNONAREA.

      *    SCHOOL DIETARY RESTRICTIONS - EVERY LINE'S SANDWICH IS
      *    HELD AGAINST THE SCHOOL'S RESTRICTED ALLERGENS THROUGH THE
      *    SHARED ALLGCHK SUBPROGRAM.
           COPY ALLGCHKAREA.

      *    ACCOUNTING PERIOD LOCK - AN ORDER DELIVERED IN A MONTH
      *    CLOSED ON THE PERCLOSE SCREEN CAN NO LONGER BE AMENDED OR
      *    CANCELLED HERE (SEE THE SHARED PERLOCK SUBPROGRAM).
           COPY PERLOCKAREA.

      *    REQUEST 007 - DAILY PRODUCTION CAPACITY WORK FIELDS.
       01  WS-DAY-TOTAL                    PIC 9(7) VALUE 0.
       01  WS-CAP-IDX                      PIC 9(2).
               10  WS-LINE-QUANTITY        PIC 9(5).
               10  WS-LINE-UNIT-PRICE      PIC 9(5)V99.
               10  WS-LINE-LINE-PRICE      PIC 9(7)V99.
               10  WS-LINE-LIST-PRICE      PIC 9(5)V99.
       01  WS-TOTAL-PRICE                  PIC 9(9)V99.
       01  WS-PRICE-IDX                    PIC 9(2).
       01  WS-PRICE-AGREED-FLAG            PIC X VALUE "N".
           88  WS-PRICE-AGREED             VALUE "Y".

      *    SCHOOL PRICE AGREEMENTS - EVERY LINE IS RE-PRICED THROUGH
      *    THE SHARED SCHPRICE SUBPROGRAM FROM ITS LIST PRICE.
           COPY SCHPRICEAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           IF WS-LINE-IDX = 0
               DISPLAY MESSAGE-WRITE-NO
           ELSE
               PERFORM APPLY-AGREED-PRICES-PARA
               IF WS-PRICE-AGREED
                   DISPLAY AGREED-PRICE-TEXT
               END-IF
               DISPLAY PRICE
               DISPLAY WS-TOTAL-PRICE
               DISPLAY EUROS
           DISPLAY REGISTER-TEXT-SANDWICH
           ACCEPT WS-SANDWICH-ID
           PERFORM VALIDATE-SANDWICH-PARA
           IF WS-SW-VALID
               PERFORM CHECK-ALLERGENS-PARA
           END-IF
           IF NOT WS-SW-VALID OR NOT WS-ALLERGEN-OK
               SUBTRACT 1 FROM WS-LINE-IDX
           ELSE
               DISPLAY INSTRUCTIONS-QUANTITY
                                   TO WS-LINE-QUANTITY(WS-LINE-IDX)
                               MOVE SW-PRICE
                                   TO WS-LINE-UNIT-PRICE(WS-LINE-IDX)
                               MOVE SW-PRICE
                                   TO WS-LINE-LIST-PRICE(WS-LINE-IDX)
                               ADD WS-LINE-LINE-PRICE(WS-LINE-IDX)
                                   TO WS-TOTAL-PRICE
                       END-COMPUTE
               END-IF
           END-IF.

      *    A SCHOOL SET TO BLOCK LOSES THE LINE OUTRIGHT; A SCHOOL SET
      *    TO WARN SHOWS THE CONFLICTING ALLERGENS AND THE OPERATOR
      *    DECIDES. SW-PRICE IS UNTOUCHED - ALLGCHK READS ITS OWN FILES.
       CHECK-ALLERGENS-PARA.
           SET WS-ALLERGEN-OK TO TRUE
           MOVE WS-SCHOOL-ID   TO ALC-SCHOOL-ID
           MOVE WS-SANDWICH-ID TO ALC-SANDWICH-ID
           SET ALC-PORTUGUESE TO TRUE
           CALL "ALLGCHK" USING ALLGCHK-AREA END-CALL
           EVALUATE TRUE
               WHEN ALC-BLOCK
                   DISPLAY ALLERGEN-BLOCKED
                   DISPLAY "    " ALC-CONFLICT-TEXT
                   MOVE "N" TO WS-ALLERGEN-FLAG
               WHEN ALC-WARN
                   DISPLAY ALLERGEN-WARNING
                   DISPLAY "    " ALC-CONFLICT-TEXT
                   PERFORM CONFIRM-ALLERGEN-LINE-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFIRM-ALLERGEN-LINE-PARA.
           MOVE SPACE TO WS-YN
           PERFORM UNTIL WS-YN = "S" OR WS-YN = "s"
                      OR WS-YN = "N" OR WS-YN = "n"
               DISPLAY ALLERGEN-CONFIRM
               ACCEPT WS-YN
               EVALUATE TRUE
                   WHEN WS-YN = "S" OR WS-YN = "s"
                       CONTINUE
                   WHEN WS-YN = "N" OR WS-YN = "n"
                       MOVE "N" TO WS-ALLERGEN-FLAG
                   WHEN OTHER
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-PERFORM.

      *    REQUEST 007 - WARNS/BLOCKS WHEN THIS SANDWICH'S ORDERS FOR
      *    THE DELIVERY DATE WOULD EXCEED ITS DAILY PRODUCTION CAPACITY.
      *    REVIEW FIX - WS-CAPACITY-OK NOW ACTUALLY GATES THE LINE.
      *    FIELD EXCEPT ORD-ORDER-DATE, WHICH A NEW ORDER STAMPS WITH
      *    TODAY AND AN AMENDMENT KEEPS FROM THE ORIGINAL RECORD.
       BUILD-ORDER-RECORD-PARA.
           PERFORM APPLY-AGREED-PRICES-PARA
           MOVE WS-ID              TO ORD-ID
           MOVE WS-SCHOOL-ID       TO ORD-SCHOOL-ID
           MOVE WS-DELIVERY-DATE   TO ORD-DELIVERY-DATE
      *    DELIVERY TIMESTAMP AND ZERO CONFIRMED QUANTITIES, NEVER
      *    WITH ANOTHER ORDER'S CONFIRMATION (SEE ORDERREC.cpy).
           MOVE 0                  TO ORD-DELIVERED-TS
           MOVE ZEROS              TO ORD-LIST-PRICES
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-LINE-IDX
               MOVE WS-LINE-SANDWICH-ID(WS-CAP-IDX)
                   TO ORD-UNIT-PRICE(WS-CAP-IDX)
               MOVE WS-LINE-LINE-PRICE(WS-CAP-IDX)
                   TO ORD-LINE-PRICE(WS-CAP-IDX)
               MOVE WS-LINE-LIST-PRICE(WS-CAP-IDX)
                   TO ORD-LIST-PRICE(WS-CAP-IDX)
               MOVE 0 TO ORD-CONFIRMED-QTY(WS-CAP-IDX)
           END-PERFORM.

      *    EVERY LINE IS PRICED FROM ITS LIST PRICE (NEVER FROM THE
      *    UNIT PRICE A PREVIOUS PASS LEFT), SO RUNNING THIS AGAIN AT
      *    FREEZE TIME IS HARMLESS AND PICKS UP A TERM CHANGED ON
      *    SCHPRMNT WHILE THE ORDER WAS BEING KEYED. THE VOLUME
      *    THRESHOLD SEES THE WHOLE ORDER'S QUANTITY OF THE SANDWICH.
      *    AN AGREED PRICE IS NEVER ABOVE THE LIST PRICE, SO THE LINE
      *    PRICE CANNOT OVERFLOW WHERE THE LIST PRICE DID NOT.
       APPLY-AGREED-PRICES-PARA.
           MOVE 0 TO WS-TOTAL-PRICE
           MOVE "N" TO WS-PRICE-AGREED-FLAG
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > WS-LINE-IDX
               PERFORM PRICE-ONE-LINE-PARA
           END-PERFORM.

       PRICE-ONE-LINE-PARA.
           MOVE WS-SCHOOL-ID                    TO SPR-SCHOOL-ID
           MOVE WS-LINE-SANDWICH-ID(WS-CAP-IDX) TO SPR-SANDWICH-ID
           MOVE WS-DELIVERY-DATE                TO SPR-DELIVERY-DATE
           MOVE WS-LINE-LIST-PRICE(WS-CAP-IDX)  TO SPR-LIST-PRICE
           MOVE WS-ID                           TO SPR-ORDER-ID
           MOVE 0                               TO SPR-ORDER-QTY
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > WS-LINE-IDX
               IF WS-LINE-SANDWICH-ID(WS-PRICE-IDX) =
                   WS-LINE-SANDWICH-ID(WS-CAP-IDX)
                   ADD WS-LINE-QUANTITY(WS-PRICE-IDX) TO SPR-ORDER-QTY
               END-IF
           END-PERFORM
           PERFORM CALL-SCHPRICE-PARA
           MOVE SPR-UNIT-PRICE TO WS-LINE-UNIT-PRICE(WS-CAP-IDX)
           COMPUTE WS-LINE-LINE-PRICE(WS-CAP-IDX) =
               SPR-UNIT-PRICE * WS-LINE-QUANTITY(WS-CAP-IDX)
           ADD WS-LINE-LINE-PRICE(WS-CAP-IDX) TO WS-TOTAL-PRICE
           IF SPR-AGREED
               SET WS-PRICE-AGREED TO TRUE
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

       REWRITE-ORDER-PARA.
           PERFORM BUILD-ORDER-RECORD-PARA
           MOVE WS-ORIG-ORDER-DATE TO ORD-ORDER-DATE
               NOT INVALID KEY PERFORM AMEND-ORDER-CHECKS-PARA
           END-READ.

      *    THE GATE FOR BOTH AMEND-ORDER-LINES-PARA AND
      *    CANCEL-ORDER-PARA - NEITHER IS REACHED FOR AN ORDER WHOSE
      *    DELIVERY MONTH HAS BEEN CLOSED; ONLY A CRNOTE CREDIT CAN
      *    CORRECT IT THEN.
       AMEND-ORDER-CHECKS-PARA.
           MOVE ORD-DELIVERY-DATE(1:6) TO PLK-PERIOD
           CALL "PERLOCK" USING PERLOCK-AREA END-CALL
           IF ORD-CANCELLED
               DISPLAY ORDER-ALREADY-CANCELLED
           ELSE
               IF PLK-CLOSED
                   DISPLAY ORDER-PERIOD-CLOSED
               ELSE
                   IF ORD-DELIVERY-DATE <= WS-TODAY
                       DISPLAY ORDER-TOO-LATE
                   ELSE
                       PERFORM AMEND-ORDER-MENU-PARA
                   END-IF
               END-IF
           END-IF.

