      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SHARED SCHOOL PRICE AGREEMENT LOOKUP
      *    CALLED BY RSO, STOGEN AND ORDIMP FOR EVERY ORDER LINE AT THE
      *    MOMENT ITS UNIT PRICE IS FROZEN - SAME SHARED-SUBPROGRAM
      *    PATTERN AS SIGNON, RUNLOG, PERLOCK AND ALLGCHK. FINDS THE
      *    SCHOOL'S PRICE AGREEMENT FOR THE SANDWICH THAT COVERS THE
      *    DELIVERY DATE (SCHPRAGR.DAT, KEPT ON SCHPRMNT) AND, WHEN
      *    THE TERM CARRIES A MONTHLY VOLUME THRESHOLD, ADDS UP THE
      *    SCHOOL'S LIVE AND DELIVERED ORDERS FOR THE SANDWICH IN THE
      *    DELIVERY MONTH (ORDERS.DAT, BY THE ORD-SCHOOL-ID ALTERNATE
      *    KEY) TO SEE WHETHER IT HAS BEEN REACHED. NO AGREEMENT - OR
      *    NO AGREEMENT FILE YET - MEANS THE LIST PRICE, AS BEFORE.
      *    THE FILES ARE OPENED AND CLOSED INSIDE EACH CALL, SO A TERM
      *    CHANGED ON SCHPRMNT COUNTS AT ONCE. A CALLER THAT HOLDS
      *    ORDERS.DAT OPEN CLOSES IT AROUND THE CALL.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHPRICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FILE ASSIGN TO "SCHPRAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-KEY
               FILE STATUS IS WS-AGREEMENT-STATUS.

           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               ALTERNATE RECORD KEY IS ORD-SCHOOL-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE.
           COPY SCHPRAGR.

       FD  ORDER-FILE.
           COPY ORDERREC.

       WORKING-STORAGE SECTION.
       01  WS-AGREEMENT-STATUS             PIC XX.
       01  WS-ORDER-STATUS                 PIC XX.
       01  WS-LINE-IDX                     PIC 9(2).
       01  WS-MONTH-QTY                    PIC 9(7).
       01  WS-PRICE-MONTH                  PIC 9(6).
       01  WS-ORDER-MONTH                  PIC 9(6).
       01  WS-TERM-FOUND-FLAG              PIC X VALUE "N".
           88  WS-TERM-FOUND               VALUE "Y".
       01  WS-VOLUME-FLAG                  PIC X VALUE "N".
           88  WS-VOLUME-REACHED           VALUE "Y".

      *    THE TERM COVERING THE DELIVERY DATE, KEPT OUT OF THE FD
      *    AREA SO THE VOLUME SCAN CAN CLOSE THE AGREEMENT FILE FIRST.
       01  WS-TERM-TYPE                    PIC X.
           88  WS-TERM-CONTRACT            VALUE "P".
           88  WS-TERM-DISCOUNT            VALUE "D".
       01  WS-TERM-PRICE                   PIC 9(5)V99.
       01  WS-TERM-PCT                     PIC 9(2)V99.
       01  WS-TERM-MIN-QTY                 PIC 9(6).

       LINKAGE SECTION.
           COPY SCHPRICEAREA.

       PROCEDURE DIVISION USING SCHPRICE-AREA.
       MAIN-PARA.
           MOVE SPR-LIST-PRICE TO SPR-UNIT-PRICE
           MOVE 0 TO SPR-DISCOUNT-PCT
           MOVE 0 TO SPR-MONTH-QTY
           SET SPR-LIST TO TRUE
           MOVE "N" TO WS-TERM-FOUND-FLAG
           OPEN INPUT AGREEMENT-FILE
           IF WS-AGREEMENT-STATUS = "00"
               PERFORM FIND-TERM-PARA
               CLOSE AGREEMENT-FILE
           END-IF
           IF WS-TERM-FOUND
               PERFORM CHECK-VOLUME-PARA
               IF WS-VOLUME-REACHED
                   PERFORM APPLY-TERM-PARA
               END-IF
           END-IF
           GOBACK.

      *    ONE KEYED START ON THE SCHOOL/SANDWICH PAIR, READ UNTIL THE
      *    PAIR CHANGES. SCHPRMNT KEEPS THE TERMS FROM OVERLAPPING, SO
      *    AT MOST ONE COVERS THE DATE.
       FIND-TERM-PARA.
           MOVE SPR-SCHOOL-ID   TO AGR-SCHOOL-ID
           MOVE SPR-SANDWICH-ID TO AGR-SANDWICH-ID
           MOVE 0               TO AGR-VALID-FROM
           START AGREEMENT-FILE KEY IS NOT LESS THAN AGR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-AGREEMENT-STATUS NOT = "00"
               READ AGREEMENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF AGR-SCHOOL-ID NOT = SPR-SCHOOL-ID
                           OR AGR-SANDWICH-ID NOT = SPR-SANDWICH-ID
                           EXIT PERFORM
                       END-IF
                       IF AGR-VALID-FROM <= SPR-DELIVERY-DATE
                           AND AGR-VALID-TO >= SPR-DELIVERY-DATE
                           SET WS-TERM-FOUND TO TRUE
                           MOVE AGR-TYPE          TO WS-TERM-TYPE
                           MOVE AGR-PRICE         TO WS-TERM-PRICE
                           MOVE AGR-DISCOUNT-PCT  TO WS-TERM-PCT
                           MOVE AGR-MIN-MONTH-QTY TO WS-TERM-MIN-QTY
                       END-IF
               END-READ
           END-PERFORM.

      *    THE ORDER BEING PRICED COUNTS WITH THE QUANTITY THE CALLER
      *    PASSED, NEVER WITH ITS OLD VERSION ON FILE. CANCELLED AND
      *    FAILED ORDERS DO NOT COUNT; A DELIVERED ONE COUNTS AT WHAT
      *    WAS ACTUALLY HANDED OVER.
       CHECK-VOLUME-PARA.
           MOVE "N" TO WS-VOLUME-FLAG
           IF WS-TERM-MIN-QTY = 0
               SET WS-VOLUME-REACHED TO TRUE
           ELSE
               MOVE SPR-ORDER-QTY TO WS-MONTH-QTY
               COMPUTE WS-PRICE-MONTH = SPR-DELIVERY-DATE / 100
               OPEN INPUT ORDER-FILE
               IF WS-ORDER-STATUS = "00"
                   PERFORM ADD-MONTH-ORDERS-PARA
                   CLOSE ORDER-FILE
               END-IF
               MOVE WS-MONTH-QTY TO SPR-MONTH-QTY
               IF WS-MONTH-QTY >= WS-TERM-MIN-QTY
                   SET WS-VOLUME-REACHED TO TRUE
               END-IF
           END-IF.

      *    STATUS "02" (ANOTHER ORDER FOR THE SAME SCHOOL FOLLOWS ON
      *    THE DUPLICATE ALTERNATE KEY) IS A SUCCESSFUL READ, AS IN
      *    STOGEN'S CHECK-DUPLICATE-PARA.
       ADD-MONTH-ORDERS-PARA.
           MOVE SPR-SCHOOL-ID TO ORD-SCHOOL-ID
           START ORDER-FILE KEY IS EQUAL TO ORD-SCHOOL-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               AND WS-ORDER-STATUS NOT = "02"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-SCHOOL-ID NOT = SPR-SCHOOL-ID
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-ORDER-MONTH = ORD-DELIVERY-DATE / 100
                       IF WS-ORDER-MONTH = WS-PRICE-MONTH
                           AND ORD-ID NOT = SPR-ORDER-ID
                           AND NOT ORD-CANCELLED
                           AND NOT ORD-DELIV-FAILED
                           PERFORM ADD-ORDER-LINES-PARA
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ORDER-LINES-PARA.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
               IF ORD-SANDWICH-ID(WS-LINE-IDX) = SPR-SANDWICH-ID
                   IF ORD-DELIVERED
                       ADD ORD-CONFIRMED-QTY(WS-LINE-IDX)
                           TO WS-MONTH-QTY
                   ELSE
                       ADD ORD-QUANTITY(WS-LINE-IDX) TO WS-MONTH-QTY
                   END-IF
               END-IF
           END-PERFORM.

      *    AN AGREEMENT CAN ONLY LOWER A PRICE. A CONTRACT PRICE THE
      *    LIST PRICE HAS SINCE FALLEN BELOW IS LEFT ALONE - THE LIST
      *    PRICE IS CHARGED - SO A LINE PRICE CAN NEVER GROW PAST WHAT
      *    THE CALLER ALREADY CHECKED AT LIST PRICE.
       APPLY-TERM-PARA.
           EVALUATE TRUE
               WHEN WS-TERM-CONTRACT
                   IF WS-TERM-PRICE < SPR-LIST-PRICE
                       MOVE WS-TERM-PRICE TO SPR-UNIT-PRICE
                       COMPUTE SPR-DISCOUNT-PCT ROUNDED =
                           (SPR-LIST-PRICE - SPR-UNIT-PRICE) * 100
                           / SPR-LIST-PRICE
                       SET SPR-AGREED TO TRUE
                   END-IF
               WHEN WS-TERM-DISCOUNT
                   IF WS-TERM-PCT > 0
                       COMPUTE SPR-UNIT-PRICE ROUNDED =
                           SPR-LIST-PRICE * (100 - WS-TERM-PCT) / 100
                       MOVE WS-TERM-PCT TO SPR-DISCOUNT-PCT
                       SET SPR-AGREED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
