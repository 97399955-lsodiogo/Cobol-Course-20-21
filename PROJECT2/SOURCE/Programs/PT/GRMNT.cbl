      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | RECECAO DE MERCADORIA E STOCK DE INGREDIENTES
      *    THE KITCHEN'S SIDE OF INGMNT. EVERY SUPPLIER DELIVERY THAT
      *    COMES THROUGH THE BACK DOOR IS BOOKED HERE AGAINST ITS
      *    INGREDIENT: THE QUANTITY IS ADDED TO THE STOCK RECORD
      *    (STOCK.DAT), THE UNIT COST IS AVERAGED INTO THE STOCK COST
      *    AND A LINE GOES TO THE GOODS RECEIPT LOG (GOODSREC.DAT) WITH
      *    THE SUPPLIER, THE DELIVERY NOTE AND THE OPERATOR. THE SAME
      *    SCREEN SETS THE REORDER LEVEL PER INGREDIENT AND SHOWS WHAT
      *    IS ON HAND. DLVCONF TAKES THE STOCK BACK OFF AS DELIVERIES
      *    ARE CONFIRMED; DAYSHEET NETS IT OUT OF THE PURCHASING LIST.
      ******************************************************************
      *    PORTUGUESE LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RECEIPT-FILE ASSIGN TO "GOODSREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INGRED-FILE.
           COPY INGRED.

       FD  STOCK-FILE.
           COPY STOCK.

       FD  RECEIPT-FILE.
           COPY GOODSREC.

       WORKING-STORAGE SECTION.
           COPY GRMNTCONSTANTS.

       01  WS-INGRED-STATUS                PIC XX.
       01  WS-STOCK-STATUS                 PIC XX.
       01  WS-RECEIPT-STATUS               PIC XX.
       01  WS-EXIT-FLAG                    PIC X VALUE "N".
           88  WS-EXIT                     VALUE "Y".
       01  WS-MENU-OPTION                  PIC 9.
       01  WS-YN                           PIC X.
       01  WS-INGREDIENT-ID                PIC 9(6).
       01  WS-QUANTITY                     PIC 9(7)V999.
       01  WS-UNIT-COST                    PIC 9(5)V9999.
       01  WS-RECEIPT-DATE                 PIC 9(8).
       01  WS-TODAY                        PIC 9(8).
       01  WS-TEST-RESULT                  PIC S9(2) COMP.
       01  WS-SUPPLIER                     PIC X(30).
       01  WS-DELIVERY-NOTE                PIC X(15).
       01  WS-REORDER-LEVEL                PIC 9(7)V999.
       01  WS-NOW-TIMESTAMP                PIC 9(14).
       01  WS-STOCK-VALUE                  PIC S9(11)V9999.
       01  WS-NEW-ON-HAND                  PIC S9(9)V999.
       01  WS-LISTED-COUNT                 PIC 9(4).
       01  WS-VALID-FLAG                   PIC X VALUE "Y".
           88  WS-ENTRY-IS-VALID           VALUE "Y".
       01  WS-STOCK-FOUND-FLAG             PIC X VALUE "N".
           88  WS-STOCK-FOUND              VALUE "Y".

       01  WS-STOCK-LINE.
           05  WS-SL-ID                    PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-NAME                  PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-ON-HAND               PIC -(9)9.999.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-REORDER               PIC Z(9)9.999.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-UNIT                  PIC X(10).

      *    SIGNED-ON OPERATOR - BOOKING DELIVERIES IS KITCHEN
      *    ADMINISTRATION, SO ANY SIGNED-ON OPERATOR MAY USE THE
      *    SCREEN; THE OPERATOR ID GOES ON EVERY RECEIPT LOG LINE.
           COPY SIGNONAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA END-CALL
           IF SGN-OK
               PERFORM INITIALIZATION-PARA
               PERFORM UNTIL WS-EXIT
                   PERFORM DISPLAY-MENU-PARA
                   PERFORM EVALUATE-MENU-PARA
               END-PERFORM
               PERFORM TERMINATION-PARA
           END-IF
           STOP RUN.

       INITIALIZATION-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT INGRED-FILE
           IF WS-INGRED-STATUS = "35"
               CLOSE INGRED-FILE
               OPEN OUTPUT INGRED-FILE
               CLOSE INGRED-FILE
               OPEN INPUT INGRED-FILE
           END-IF
           OPEN I-O STOCK-FILE
           IF WS-STOCK-STATUS = "35"
               CLOSE STOCK-FILE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.

       TERMINATION-PARA.
           CLOSE INGRED-FILE
           CLOSE STOCK-FILE.

       DISPLAY-MENU-PARA.
           DISPLAY MAIN-TEXT
           DISPLAY OPTION-RECEIPT1
           DISPLAY OPTION-REORDER2
           DISPLAY OPTION-LIST3
           DISPLAY OPTION-EXIT4
           DISPLAY ACCEPT-OPTION
           ACCEPT WS-MENU-OPTION.

       EVALUATE-MENU-PARA.
           EVALUATE WS-MENU-OPTION
               WHEN 1 PERFORM BOOK-RECEIPT-PARA
               WHEN 2 PERFORM SET-REORDER-LEVEL-PARA
               WHEN 3 PERFORM LIST-STOCK-PARA
               WHEN 4 SET WS-EXIT TO TRUE
               WHEN OTHER DISPLAY OPTION-ERROR
           END-EVALUATE.

      ******************************************************************
      *    OPTION 1 - REGISTAR RECECAO DE MERCADORIA
      ******************************************************************
      *    A DELIVERY CAN BE BOOKED THE DAY AFTER IT ARRIVED, BUT NEVER
      *    WITH A DATE THAT HAS NOT HAPPENED YET. A ZERO UNIT COST IS
      *    ACCEPTED (SUPPLIER SAMPLES, REPLACEMENTS FOR SPOILT GOODS).
       BOOK-RECEIPT-PARA.
           SET WS-ENTRY-IS-VALID TO TRUE
           DISPLAY REQUEST-INGREDIENT-TEXT
           ACCEPT WS-INGREDIENT-ID
           PERFORM VALIDATE-INGREDIENT-PARA
           IF WS-ENTRY-IS-VALID
               DISPLAY ING-ID " " ING-NAME " " ING-UNIT
               DISPLAY REQUEST-QTY-TEXT
               ACCEPT WS-QUANTITY
               IF WS-QUANTITY = 0
                   DISPLAY INVALID-QUANTITY
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-ENTRY-IS-VALID
               DISPLAY REQUEST-COST-TEXT
               ACCEPT WS-UNIT-COST
               DISPLAY REQUEST-DATE-TEXT
               ACCEPT WS-RECEIPT-DATE
               MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-RECEIPT-DATE)
                   TO WS-TEST-RESULT
               IF WS-TEST-RESULT NOT = 0
                   OR WS-RECEIPT-DATE > WS-TODAY
                   DISPLAY INVALID-DATE
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-ENTRY-IS-VALID
               DISPLAY REQUEST-SUPPLIER-TEXT
               ACCEPT WS-SUPPLIER
               DISPLAY REQUEST-NOTE-TEXT
               ACCEPT WS-DELIVERY-NOTE
               DISPLAY MESSAGE-RECEIPT
               ACCEPT WS-YN
               EVALUATE TRUE
                   WHEN WS-YN = "S" OR WS-YN = "s"
                       PERFORM POST-RECEIPT-PARA
                       PERFORM WRITE-RECEIPT-LOG-PARA
                       DISPLAY MESSAGE-RECEIPT-YES
                   WHEN WS-YN = "N" OR WS-YN = "n"
                       DISPLAY MESSAGE-RECEIPT-NO
                   WHEN OTHER
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-IF.

       VALIDATE-INGREDIENT-PARA.
           MOVE WS-INGREDIENT-ID TO ING-ID
           READ INGRED-FILE
               INVALID KEY
                   DISPLAY INVALID-INGREDIENT
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY CONTINUE
           END-READ.

      *    AN INGREDIENT BOOKED IN FOR THE FIRST TIME STARTS FROM AN
      *    EMPTY STOCK RECORD.
       READ-STOCK-PARA.
           MOVE WS-INGREDIENT-ID TO STK-ING-ID
           MOVE "N" TO WS-STOCK-FOUND-FLAG
           READ STOCK-FILE
               INVALID KEY
                   INITIALIZE STOCK-RECORD
                   MOVE WS-INGREDIENT-ID TO STK-ING-ID
               NOT INVALID KEY SET WS-STOCK-FOUND TO TRUE
           END-READ.

       SAVE-STOCK-PARA.
           IF WS-STOCK-FOUND
               REWRITE STOCK-RECORD
           ELSE
               WRITE STOCK-RECORD
           END-IF.

      *    WEIGHTED AVERAGE COST: WHAT IS ALREADY ON HAND AT THE OLD
      *    COST PLUS THE DELIVERY AT ITS OWN COST, OVER THE NEW
      *    BALANCE. WITH NOTHING (OR LESS THAN NOTHING) ON HAND THE
      *    OLD COST CARRIES NO WEIGHT AND THE DELIVERY COST IS TAKEN.
       POST-RECEIPT-PARA.
           PERFORM READ-STOCK-PARA
           COMPUTE WS-NEW-ON-HAND = STK-ON-HAND + WS-QUANTITY
           IF STK-ON-HAND > 0
               COMPUTE WS-STOCK-VALUE =
                   STK-ON-HAND * STK-UNIT-COST
                   + WS-QUANTITY * WS-UNIT-COST
               COMPUTE STK-UNIT-COST ROUNDED =
                   WS-STOCK-VALUE / WS-NEW-ON-HAND
           ELSE
               MOVE WS-UNIT-COST TO STK-UNIT-COST
           END-IF
           MOVE WS-NEW-ON-HAND TO STK-ON-HAND
           IF WS-RECEIPT-DATE > STK-LAST-RECEIPT-DATE
               MOVE WS-RECEIPT-DATE TO STK-LAST-RECEIPT-DATE
           END-IF
           PERFORM SAVE-STOCK-PARA.

       WRITE-RECEIPT-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           OPEN EXTEND RECEIPT-FILE
           IF WS-RECEIPT-STATUS = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF
           MOVE WS-INGREDIENT-ID TO GR-ING-ID
           MOVE WS-RECEIPT-DATE  TO GR-RECEIPT-DATE
           MOVE WS-QUANTITY      TO GR-QUANTITY
           MOVE WS-UNIT-COST     TO GR-UNIT-COST
           MOVE WS-SUPPLIER      TO GR-SUPPLIER
           MOVE WS-DELIVERY-NOTE TO GR-DELIVERY-NOTE
           MOVE STK-ON-HAND      TO GR-ON-HAND-AFTER
           MOVE WS-NOW-TIMESTAMP TO GR-TIMESTAMP
           MOVE SGN-OPERATOR-ID  TO GR-OPERATOR
           WRITE GOODS-RECEIPT-RECORD
           CLOSE RECEIPT-FILE.

      ******************************************************************
      *    OPTION 2 - DEFINIR NIVEL DE ENCOMENDA
      ******************************************************************
       SET-REORDER-LEVEL-PARA.
           SET WS-ENTRY-IS-VALID TO TRUE
           DISPLAY REQUEST-INGREDIENT-TEXT
           ACCEPT WS-INGREDIENT-ID
           PERFORM VALIDATE-INGREDIENT-PARA
           IF WS-ENTRY-IS-VALID
               DISPLAY ING-ID " " ING-NAME " " ING-UNIT
               DISPLAY REQUEST-REORDER-TEXT
               ACCEPT WS-REORDER-LEVEL
               PERFORM READ-STOCK-PARA
               MOVE WS-REORDER-LEVEL TO STK-REORDER-LEVEL
               PERFORM SAVE-STOCK-PARA
               DISPLAY MESSAGE-REORDER-YES
           END-IF.

      ******************************************************************
      *    OPTION 3 - CONSULTAR STOCK
      ******************************************************************
      *    DRIVEN BY THE INGREDIENT MASTER SO INGREDIENTS NEVER BOOKED
      *    IN STILL SHOW, WITH NOTHING ON HAND.
       LIST-STOCK-PARA.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE LOW-VALUES TO INGREDIENT-RECORD
           START INGRED-FILE KEY IS NOT LESS THAN ING-ID
               INVALID KEY CONTINUE
           END-START
           DISPLAY STOCK-HEADER-TEXT
           PERFORM UNTIL WS-INGRED-STATUS NOT = "00"
               READ INGRED-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM SHOW-STOCK-LINE-PARA
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY EMPTY-RECORDS
           END-IF.

       SHOW-STOCK-LINE-PARA.
           MOVE ING-ID TO WS-INGREDIENT-ID
           PERFORM READ-STOCK-PARA
           MOVE ING-ID            TO WS-SL-ID
           MOVE ING-NAME          TO WS-SL-NAME
           MOVE STK-ON-HAND       TO WS-SL-ON-HAND
           MOVE STK-REORDER-LEVEL TO WS-SL-REORDER
           MOVE ING-UNIT          TO WS-SL-UNIT
           IF STK-REORDER-LEVEL > 0
               AND STK-ON-HAND <= STK-REORDER-LEVEL
               DISPLAY WS-STOCK-LINE BELOW-REORDER-TEXT
           ELSE
               DISPLAY WS-STOCK-LINE
           END-IF.
