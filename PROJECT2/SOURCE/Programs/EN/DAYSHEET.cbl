      *      - PURCHLST.DAT: THE PER-SANDWICH DAY TOTALS EXPLODED
      *        THROUGH THE RECIPE FILE (INGMNT) INTO TOTAL INGREDIENT
      *        QUANTITIES FOR THE DATE, SO THE MORNING BUYING COMES
      *        OFF A PRINTED LIST INSTEAD OF A HAND CONVERSION. THE
      *        GROSS NEED IS NETTED AGAINST WHAT IS ALREADY ON HAND
      *        (STOCK.DAT, BOOKED IN ON GRMNT) SO ONLY THE DIFFERENCE
      *        IS BOUGHT.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 21.08.2026
      ******************************************************************
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-RECIPE-STATUS.

           SELECT STOCK-FILE ASSIGN TO "STOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-ING-ID
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT PURCHLST-FILE ASSIGN TO "PURCHLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHLST-STATUS.
       FD  RECIPE-FILE.
           COPY RECIPE.

       FD  STOCK-FILE.
           COPY STOCK.

       FD  PURCHLST-FILE.
       01  PURCH-LIST-LINE                PIC X(132).

       01  WS-RUNSHEET-STATUS              PIC XX.
       01  WS-INGRED-STATUS                PIC XX.
       01  WS-RECIPE-STATUS                PIC XX.
       01  WS-STOCK-STATUS                 PIC XX.
       01  WS-PURCHLST-STATUS              PIC XX.

       01  WS-RUN-DATE                     PIC 9(8).
           05  WS-RS-OUT-QTY               PIC Z(4)9.
           05  FILLER                      PIC X(3) VALUE " X ".
           05  WS-RS-OUT-SANDWICH          PIC X(30).
       01  WS-RUN-ALLERGEN-LINE.
           05  FILLER                      PIC X(12) VALUE
               "        ** ".
           05  WS-RS-OUT-ALLERGEN-TAG      PIC X(28).
           05  WS-RS-OUT-ALLERGENS         PIC X(80).

       01  WS-PURCH-HEADER.
           05  FILLER                      PIC X(36) VALUE
               "BREADWICH - PURCHASING LIST -       ".
           05  WS-PL-HDR-DATE              PIC 9(8).
       01  WS-PURCH-COLUMNS                PIC X(93) VALUE
           "INGREDIENT  NAME                               GROSS NEED   
      -    "     ON HAND     NET TO BUY  UNIT".
       01  WS-PURCH-DETAIL.
           05  WS-PL-OUT-ID                PIC 9(6).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-OUT-QTY               PIC Z(8)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-OUT-ON-HAND           PIC -(8)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-OUT-NET               PIC Z(8)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-OUT-UNIT              PIC X(10).
       01  WS-PL-NET-QTY                   PIC S9(10)V999.
       01  WS-PURCH-NORECIPE-LINE.
           05  FILLER                      PIC X(21) VALUE
               "** NO RECIPE FOR SW  ".
               " - BUY FOR IT BY HAND THIS TIME **".
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    SCHOOL DIETARY RESTRICTIONS - EVERY CRATE LINE IS HELD
      *    AGAINST THE SCHOOL'S RESTRICTED ALLERGENS THROUGH THE SHARED
      *    ALLGCHK SUBPROGRAM, SO THE DRIVER AND THE KITCHEN SEE THE
      *    CONFLICT ON THE SHEET EVEN WHEN IT WAS WAVED THROUGH.
           COPY ALLGCHKAREA.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    SHEET DATE AS THE RUN PARAMETER), ONE AT END WITH THE
      *    COUNTS, SO THE MORNING RUN LEAVES A RUNREG.DAT TRACE.
               PERFORM COLLECT-DAY-ORDERS-PARA
               PERFORM WRITE-PRODSHEET-PARA
               PERFORM WRITE-PURCHLIST-PARA
      *        THE RUN SHEET'S ALLERGEN CHECK (ALLGCHK) OPENS RECIPE.DAT
      *        AND INGRED.DAT FOR ITSELF - THE TWO OPENS MUST NEVER
      *        OVERLAP (SAME RULE AS CAM'S CALL-CAMRECON-PARA), SO THE
      *        PURCHASING LIST HANDS THEM BACK BEFORE THE RUN SHEET.
               CLOSE INGRED-FILE
               CLOSE RECIPE-FILE
               PERFORM SORT-DAY-ORDERS-PARA
               PERFORM WRITE-RUNSHEET-PARA
               PERFORM CLOSE-FILES-PARA
               CLOSE RECIPE-FILE
               OPEN INPUT RECIPE-FILE
           END-IF
           OPEN INPUT STOCK-FILE
           IF WS-STOCK-STATUS = "35"
               CLOSE STOCK-FILE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN INPUT STOCK-FILE
           END-IF
           OPEN OUTPUT PRODSHEET-FILE
           OPEN OUTPUT RUNSHEET-FILE
           OPEN OUTPUT PURCHLST-FILE.
           CLOSE SCHOOL-FILE
           CLOSE PARAM-FILE
           CLOSE ROUTE-FILE
           CLOSE STOCK-FILE
           CLOSE PRODSHEET-FILE
           CLOSE RUNSHEET-FILE
           CLOSE PURCHLST-FILE.

      ******************************************************************
      *    PURCHASING LIST - THE DAY'S PER-SANDWICH TOTALS EXPLODED
      *    THROUGH THE RECIPE FILE INTO TOTAL INGREDIENT QUANTITIES,
      *    NETTED AGAINST THE STOCK ON HAND.
      ******************************************************************
       WRITE-PURCHLIST-PARA.
           MOVE WS-RUN-DATE TO WS-PL-HDR-DATE
                   MOVE SPACES TO ING-UNIT
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE WS-IL-INGREDIENT-ID(WS-I) TO STK-ING-ID
           READ STOCK-FILE
               INVALID KEY MOVE 0 TO STK-ON-HAND
               NOT INVALID KEY CONTINUE
           END-READ
      *    NET TO BUY = GROSS NEED LESS WHAT IS ON HAND, NEVER BELOW
      *    ZERO. A NEGATIVE BALANCE (STOCK USED THAT WAS NEVER BOOKED
      *    IN) ADDS TO THE NEED RATHER THAN BEING IGNORED.
           COMPUTE WS-PL-NET-QTY = WS-IL-QTY(WS-I) - STK-ON-HAND
           IF WS-PL-NET-QTY < 0
               MOVE 0 TO WS-PL-NET-QTY
           END-IF
           MOVE WS-IL-INGREDIENT-ID(WS-I) TO WS-PL-OUT-ID
           MOVE ING-NAME                  TO WS-PL-OUT-NAME
           MOVE WS-IL-QTY(WS-I)           TO WS-PL-OUT-QTY
           MOVE STK-ON-HAND               TO WS-PL-OUT-ON-HAND
           MOVE WS-PL-NET-QTY             TO WS-PL-OUT-NET
           MOVE ING-UNIT                  TO WS-PL-OUT-UNIT
           WRITE PURCH-LIST-LINE FROM WS-PURCH-DETAIL.

           END-READ
           MOVE ORD-QUANTITY(WS-LINE-IDX) TO WS-RS-OUT-QTY
           ADD ORD-QUANTITY(WS-LINE-IDX) TO WS-ROUTE-SANDWICHES
           WRITE RUN-SHEET-LINE FROM WS-RUN-CRATE-LINE
           PERFORM WRITE-ALLERGEN-WARNING-PARA.

      *    A WARNING LINE UNDER THE CRATE LINE, ONLY WHEN THE SANDWICH
      *    CONTAINS SOMETHING THE SCHOOL RESTRICTS (OR HAS NO RECIPE
      *    TO VOUCH FOR IT).
       WRITE-ALLERGEN-WARNING-PARA.
           MOVE ORD-SCHOOL-ID                TO ALC-SCHOOL-ID
           MOVE ORD-SANDWICH-ID(WS-LINE-IDX) TO ALC-SANDWICH-ID
           SET ALC-ENGLISH TO TRUE
           CALL "ALLGCHK" USING ALLGCHK-AREA END-CALL
           IF NOT ALC-CLEAR
               IF ALC-NO-RECIPE
                   MOVE "ALLERGEN WARNING: "
                       TO WS-RS-OUT-ALLERGEN-TAG
               ELSE
                   MOVE "ALLERGEN WARNING: CONTAINS "
                       TO WS-RS-OUT-ALLERGEN-TAG
               END-IF
               MOVE ALC-CONFLICT-TEXT TO WS-RS-OUT-ALLERGENS
               WRITE RUN-SHEET-LINE FROM WS-RUN-ALLERGEN-LINE
           END-IF.
