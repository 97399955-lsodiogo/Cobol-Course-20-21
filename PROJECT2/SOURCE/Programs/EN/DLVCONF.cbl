      *    CONFIRMED QUANTITIES AND THE ACTUAL-DELIVERY TIMESTAMP ON
      *    THE ORDER RECORD - INVOICE BILLS ONLY CONFIRMED DELIVERIES,
      *    AT THE CONFIRMED QUANTITIES, INSTEAD OF ASSUMING EVERYTHING
      *    WITH A PAST DELIVERY DATE WENT OUT OF THE DOOR. EVERY
      *    SANDWICH CONFIRMED AS DELIVERED IS ALSO TAKEN OFF THE
      *    INGREDIENT STOCK (STOCK.DAT) THROUGH ITS RECIPE LINES.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 01.09.2026
      ******************************************************************
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT RECIPE-FILE ASSIGN TO "RECIPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECIPE-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ING-ID
               FILE STATUS IS WS-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ORDERREC.

       FD  RECIPE-FILE.
           COPY RECIPE.

       FD  STOCK-FILE.
           COPY STOCK.

       WORKING-STORAGE SECTION.
           COPY DLVCONFCONSTANTS.

       01  WS-ORDER-STATUS                 PIC XX.
       01  WS-RECIPE-STATUS                PIC XX.
       01  WS-STOCK-STATUS                 PIC XX.

       01  WS-EXIT-FLAG                    PIC X VALUE "N".
           88  WS-EXIT                     VALUE "Y".
       01  WS-LINE-IDX                     PIC 9(2).
       01  WS-SHORT-QTY                    PIC 9(5).
       01  WS-WORKED-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CONSUME-SANDWICH-ID          PIC 9(6).
       01  WS-CONSUME-QTY                  PIC 9(9)V999.

      *    SIGNED-ON OPERATOR - ANY SIGNED-ON OPERATOR MAY CONFIRM
      *    DELIVERIES; THE TIMESTAMP ON THE ORDER RECORD SAYS WHEN.
           COPY SIGNONAREA.

      *    ACCOUNTING PERIOD LOCK - NOTHING DELIVERED IN A CLOSED
      *    MONTH MAY BE CONFIRMED, SINCE INVOICE HAS ALREADY BILLED IT.
           COPY PERLOCKAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA END-CALL
               IF WS-TEST-RESULT NOT = 0
                   DISPLAY INVALID-DATE
               ELSE
                   MOVE WS-RUN-DATE(1:6) TO PLK-PERIOD
                   CALL "PERLOCK" USING PERLOCK-AREA END-CALL
                   IF PLK-CLOSED
                       DISPLAY PERIOD-CLOSED-TEXT
                   ELSE
                       PERFORM OPEN-ORDER-FILE-PARA
                       PERFORM OPEN-STOCK-FILES-PARA
                       PERFORM WALK-DAY-ORDERS-PARA
                       CLOSE ORDER-FILE
                       CLOSE RECIPE-FILE
                       CLOSE STOCK-FILE
                   END-IF
               END-IF
           END-IF
           STOP RUN.
               OPEN I-O ORDER-FILE
           END-IF.

       OPEN-STOCK-FILES-PARA.
           OPEN INPUT RECIPE-FILE
           IF WS-RECIPE-STATUS = "35"
               CLOSE RECIPE-FILE
               OPEN OUTPUT RECIPE-FILE
               CLOSE RECIPE-FILE
               OPEN INPUT RECIPE-FILE
           END-IF
           OPEN I-O STOCK-FILE
           IF WS-STOCK-STATUS = "35"
               CLOSE STOCK-FILE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.

      *    THE SAME SELECTION DAYSHEET'S COLLECT-DAY-ORDERS-PARA PUTS
      *    ON THE RUN SHEET, MINUS THE ORDERS ALREADY CONFIRMED ON AN
      *    EARLIER PASS - THE DISPATCHER CAN STOP HALFWAY AND PICK THE
           END-PERFORM
           SET ORD-DELIVERED TO TRUE
           PERFORM STAMP-AND-REWRITE-PARA
           PERFORM CONSUME-STOCK-PARA
           DISPLAY CONFIRMED-FULL-TEXT.

      *    THE ACTUAL QUANTITY IS RE-ASKED UNTIL IT FITS THE ORDERED
           END-PERFORM
           SET ORD-DELIVERED TO TRUE
           PERFORM STAMP-AND-REWRITE-PARA
           PERFORM CONSUME-STOCK-PARA
           DISPLAY CONFIRMED-SHORT-TEXT.

       ACCEPT-SHORT-LINE-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           MOVE WS-NOW-TIMESTAMP TO ORD-DELIVERED-TS
           REWRITE ORDER-RECORD.

      *    ONLY WHAT WAS CONFIRMED AS DELIVERED LEAVES THE COLD ROOM -
      *    A FAILED DELIVERY NEVER GETS HERE, AND A SHORT ONE CONSUMES
      *    THE CONFIRMED QUANTITY, NOT THE ORDERED ONE. AN ORDER IS
      *    CONFIRMED ONCE (THE WALK SKIPS "D"/"F"), SO IT IS CONSUMED
      *    ONCE. A SANDWICH WITH NO RECIPE LINES CONSUMES NOTHING.
       CONSUME-STOCK-PARA.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
               IF ORD-CONFIRMED-QTY(WS-LINE-IDX) > 0
                   PERFORM CONSUME-ONE-SANDWICH-PARA
               END-IF
           END-PERFORM.

      *    SAME KEYED START ON THE SANDWICH ID AND READ UNTIL THE ID
      *    CHANGES AS DAYSHEET'S EXPLODE-ONE-SANDWICH-PARA.
       CONSUME-ONE-SANDWICH-PARA.
           MOVE ORD-SANDWICH-ID(WS-LINE-IDX) TO WS-CONSUME-SANDWICH-ID
           MOVE WS-CONSUME-SANDWICH-ID TO RCP-SANDWICH-ID
           MOVE 0 TO RCP-INGREDIENT-ID
           START RECIPE-FILE KEY IS NOT LESS THAN RCP-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-RECIPE-STATUS NOT = "00"
               READ RECIPE-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF RCP-SANDWICH-ID NOT = WS-CONSUME-SANDWICH-ID
                           EXIT PERFORM
                       END-IF
                       COMPUTE WS-CONSUME-QTY =
                           RCP-QTY-PER-SANDWICH
                           * ORD-CONFIRMED-QTY(WS-LINE-IDX)
                       PERFORM POST-STOCK-ISSUE-PARA
               END-READ
           END-PERFORM.

      *    AN INGREDIENT NEVER BOOKED IN GETS A STOCK RECORD HERE, WITH
      *    A NEGATIVE BALANCE - THE KITCHEN USED STOCK THE SYSTEM NEVER
      *    SAW ARRIVE, AND THE SHORTFALL SHOULD SHOW, NOT VANISH.
       POST-STOCK-ISSUE-PARA.
           MOVE RCP-INGREDIENT-ID TO STK-ING-ID
           READ STOCK-FILE
               INVALID KEY
                   INITIALIZE STOCK-RECORD
                   MOVE RCP-INGREDIENT-ID TO STK-ING-ID
                   SUBTRACT WS-CONSUME-QTY FROM STK-ON-HAND
                   MOVE WS-RUN-DATE TO STK-LAST-ISSUE-DATE
                   WRITE STOCK-RECORD
               NOT INVALID KEY
                   SUBTRACT WS-CONSUME-QTY FROM STK-ON-HAND
                   IF WS-RUN-DATE > STK-LAST-ISSUE-DATE
                       MOVE WS-RUN-DATE TO STK-LAST-ISSUE-DATE
                   END-IF
                   REWRITE STOCK-RECORD
           END-READ.
