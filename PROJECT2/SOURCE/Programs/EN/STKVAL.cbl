      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | STOCK VALUATION AND REORDER REPORT BATCH JOB
      *    RUN BY THE KITCHEN MANAGER WHENEVER THE COLD ROOM NEEDS
      *    LOOKING AT (AND AT MONTH END FOR THE BOOKS). SWEEPS THE
      *    INGREDIENT MASTER (INGRED.DAT) AGAINST THE STOCK FILE
      *    (STOCK.DAT - GOODS RECEIPTS FROM GRMNT IN, CONFIRMED
      *    DELIVERIES FROM DLVCONF OUT) AND PRINTS TWO SECTIONS ON
      *    STKVAL.DAT:
      *      - STOCK VALUATION: EVERY INGREDIENT WITH ITS ON-HAND
      *        QUANTITY, WEIGHTED AVERAGE UNIT COST AND VALUE, AND A
      *        GRAND TOTAL VALUE OF THE STOCK.
      *      - BELOW REORDER LEVEL: EVERY INGREDIENT WHOSE ON-HAND
      *        QUANTITY HAS FALLEN TO OR BELOW ITS REORDER LEVEL, WITH
      *        THE QUANTITY NEEDED TO GET BACK UP TO THE LEVEL - WHAT
      *        IS ABOUT TO RUN OUT, BEFORE IT DOES.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKVAL.

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

           SELECT STKVAL-FILE ASSIGN TO "STKVAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INGRED-FILE.
           COPY INGRED.

       FD  STOCK-FILE.
           COPY STOCK.

       FD  STKVAL-FILE.
       01  STKVAL-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INGRED-STATUS                PIC XX.
       01  WS-STOCK-STATUS                 PIC XX.
       01  WS-STKVAL-STATUS                PIC XX.

       01  WS-TODAY                        PIC 9(8).
       01  WS-INGRED-COUNT                 PIC 9(6) VALUE 0.
       01  WS-NEGATIVE-COUNT               PIC 9(6) VALUE 0.
       01  WS-REORDER-COUNT                PIC 9(6) VALUE 0.
       01  WS-LINE-VALUE                   PIC 9(11)V99.
       01  WS-TOTAL-VALUE                  PIC 9(11)V99 VALUE 0.
       01  WS-SHORTFALL                    PIC S9(10)V999.

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(36) VALUE
               "BREADWICH - STOCK VALUATION AS OF   ".
           05  WS-RH-DATE                  PIC 9(8).
       01  WS-REP-VAL-TITLE                PIC X(40) VALUE
           "STOCK VALUATION".
       01  WS-REP-VAL-COLUMNS              PIC X(98) VALUE
           "INGREDIENT  NAME                                   ON HAND  
      -    "UNIT         UNIT COST           VALUE".
       01  WS-REP-VAL-DETAIL.
           05  WS-RV-ID                    PIC 9(6).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-RV-NAME                  PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RV-ON-HAND               PIC -(9)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RV-UNIT                  PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RV-UNIT-COST             PIC Z(4)9.9999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RV-VALUE                 PIC Z(10)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RV-FLAG                  PIC X(30).
       01  WS-REP-VAL-TOTAL.
           05  FILLER                      PIC X(30) VALUE
               "TOTAL STOCK VALUE".
           05  FILLER                      PIC X(54) VALUE SPACES.
           05  WS-RT-VALUE                 PIC Z(10)9.99.
       01  WS-REP-RO-TITLE                 PIC X(40) VALUE
           "BELOW REORDER LEVEL".
       01  WS-REP-RO-COLUMNS               PIC X(116) VALUE
           "INGREDIENT  NAME                                   ON HAND  
      -    " REORDER LEVEL      TO REORDER  UNIT        LAST RECEIPT".
       01  WS-REP-RO-DETAIL.
           05  WS-RR-ID                    PIC 9(6).
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-RR-NAME                  PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RR-ON-HAND               PIC -(9)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RR-REORDER               PIC Z(9)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RR-SHORTFALL             PIC Z(9)9.999.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RR-UNIT                  PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RR-LAST-RECEIPT          PIC 9(8).
       01  WS-REP-RO-NONE                  PIC X(60) VALUE
           "NOTHING AT OR BELOW ITS REORDER LEVEL".
       01  WS-REP-RO-TOTAL.
           05  FILLER                      PIC X(30) VALUE
               "INGREDIENTS TO REORDER".
           05  WS-RRT-COUNT                PIC ZZZZZ9.
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    RUN DATE AS THE RUN PARAMETER), ONE AT END WITH THE
      *    COUNTS, SO THE RUN LEAVES A RUNREG.DAT TRACE.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           SET RLG-START TO TRUE
           MOVE "STKVAL" TO RLG-JOB-NAME
           MOVE WS-TODAY TO RLG-PARAMETERS
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           PERFORM OPEN-FILES-PARA
           MOVE WS-TODAY TO WS-RH-DATE
           WRITE STKVAL-PRINT-LINE FROM WS-REP-HEADER
           WRITE STKVAL-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-VALUATION-PARA
           WRITE STKVAL-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-REORDER-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "STOCK VALUATION COMPLETE - INGREDIENTS: "
               WS-INGRED-COUNT " TO REORDER: " WS-REORDER-COUNT
           IF WS-NEGATIVE-COUNT > 0
               DISPLAY "WARNING: " WS-NEGATIVE-COUNT
                   " INGREDIENT(S) WITH A NEGATIVE BALANCE - GOODS RE
      -            "CEIPTS MISSING ON GRMNT"
           END-IF
           SET RLG-END TO TRUE
           MOVE WS-INGRED-COUNT  TO RLG-READ-COUNT
           MOVE WS-REORDER-COUNT TO RLG-WRITE-COUNT
           MOVE 0                TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           STOP RUN.

       OPEN-FILES-PARA.
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
           OPEN OUTPUT STKVAL-FILE.

       CLOSE-FILES-PARA.
           CLOSE INGRED-FILE
           CLOSE STOCK-FILE
           CLOSE STKVAL-FILE.

      *    AN INGREDIENT WITH NO STOCK RECORD HAS NEVER BEEN BOOKED IN
      *    OR USED - NOTHING ON HAND, NO COST, NO REORDER LEVEL.
       READ-STOCK-PARA.
           MOVE ING-ID TO STK-ING-ID
           READ STOCK-FILE
               INVALID KEY
                   INITIALIZE STOCK-RECORD
                   MOVE ING-ID TO STK-ING-ID
               NOT INVALID KEY CONTINUE
           END-READ.

      ******************************************************************
      *    SECTION 1 - STOCK VALUATION
      ******************************************************************
      *    A NEGATIVE BALANCE (SANDWICHES CONFIRMED AGAINST STOCK THAT
      *    WAS NEVER BOOKED IN) IS VALUED AT NOTHING AND CALLED OUT ON
      *    THE LINE - IT IS A MISSING RECEIPT, NOT A CREDIT.
       WRITE-VALUATION-PARA.
           WRITE STKVAL-PRINT-LINE FROM WS-REP-VAL-TITLE
           WRITE STKVAL-PRINT-LINE FROM WS-REP-VAL-COLUMNS
           MOVE LOW-VALUES TO INGREDIENT-RECORD
           START INGRED-FILE KEY IS NOT LESS THAN ING-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-INGRED-STATUS NOT = "00"
               READ INGRED-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-INGRED-COUNT
                       PERFORM WRITE-VALUATION-LINE-PARA
               END-READ
           END-PERFORM
           MOVE WS-TOTAL-VALUE TO WS-RT-VALUE
           WRITE STKVAL-PRINT-LINE FROM WS-REP-VAL-TOTAL.

       WRITE-VALUATION-LINE-PARA.
           PERFORM READ-STOCK-PARA
           MOVE SPACES TO WS-RV-FLAG
           IF STK-ON-HAND > 0
               COMPUTE WS-LINE-VALUE ROUNDED =
                   STK-ON-HAND * STK-UNIT-COST
           ELSE
               MOVE 0 TO WS-LINE-VALUE
               IF STK-ON-HAND < 0
                   ADD 1 TO WS-NEGATIVE-COUNT
                   MOVE "** NEGATIVE - RECEIPT MISSING" TO WS-RV-FLAG
               END-IF
           END-IF
           ADD WS-LINE-VALUE TO WS-TOTAL-VALUE
           MOVE ING-ID        TO WS-RV-ID
           MOVE ING-NAME      TO WS-RV-NAME
           MOVE STK-ON-HAND   TO WS-RV-ON-HAND
           MOVE ING-UNIT      TO WS-RV-UNIT
           MOVE STK-UNIT-COST TO WS-RV-UNIT-COST
           MOVE WS-LINE-VALUE TO WS-RV-VALUE
           WRITE STKVAL-PRINT-LINE FROM WS-REP-VAL-DETAIL.

      ******************************************************************
      *    SECTION 2 - BELOW REORDER LEVEL
      ******************************************************************
      *    A SECOND PASS OVER THE INGREDIENT MASTER - THE LIST IS
      *    SHORT AND IT KEEPS THE TWO SECTIONS IN INGREDIENT ORDER
      *    WITHOUT HOLDING A TABLE. AN INGREDIENT WITH NO REORDER
      *    LEVEL (ZERO) IS NEVER LISTED HERE.
       WRITE-REORDER-PARA.
           WRITE STKVAL-PRINT-LINE FROM WS-REP-RO-TITLE
           WRITE STKVAL-PRINT-LINE FROM WS-REP-RO-COLUMNS
           MOVE LOW-VALUES TO INGREDIENT-RECORD
           START INGRED-FILE KEY IS NOT LESS THAN ING-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-INGRED-STATUS NOT = "00"
               READ INGRED-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       PERFORM READ-STOCK-PARA
                       IF STK-REORDER-LEVEL > 0
                           AND STK-ON-HAND <= STK-REORDER-LEVEL
                           PERFORM WRITE-REORDER-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REORDER-COUNT = 0
               WRITE STKVAL-PRINT-LINE FROM WS-REP-RO-NONE
           ELSE
               MOVE WS-REORDER-COUNT TO WS-RRT-COUNT
               WRITE STKVAL-PRINT-LINE FROM WS-REP-RO-TOTAL
           END-IF.

       WRITE-REORDER-LINE-PARA.
           ADD 1 TO WS-REORDER-COUNT
           COMPUTE WS-SHORTFALL = STK-REORDER-LEVEL - STK-ON-HAND
           MOVE ING-ID                TO WS-RR-ID
           MOVE ING-NAME              TO WS-RR-NAME
           MOVE STK-ON-HAND           TO WS-RR-ON-HAND
           MOVE STK-REORDER-LEVEL     TO WS-RR-REORDER
           MOVE WS-SHORTFALL          TO WS-RR-SHORTFALL
           MOVE ING-UNIT              TO WS-RR-UNIT
           MOVE STK-LAST-RECEIPT-DATE TO WS-RR-LAST-RECEIPT
           WRITE STKVAL-PRINT-LINE FROM WS-REP-RO-DETAIL.
