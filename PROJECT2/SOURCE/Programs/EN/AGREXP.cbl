      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | PRICE AGREEMENT EXPIRY REPORT BATCH JOB
      *    RUN EVERY MONDAY FOR THE SALES TEAM, SO A SCHOOL'S CONTRACT
      *    PRICE CAN BE RENEGOTIATED BEFORE IT LAPSES AND ITS ORDERS
      *    QUIETLY GO BACK TO LIST PRICE. SWEEPS THE PRICE AGREEMENT
      *    FILE (SCHPRAGR.DAT, KEPT ON SCHPRMNT) AND PRINTS ON
      *    AGREXP.DAT EVERY TERM WHOSE LAST VALID DAY FALLS WITHIN THE
      *    NEXT 30 DAYS, TODAY INCLUDED, WITH THE SCHOOL, THE
      *    SANDWICH, THE TERMS AND THE DAYS LEFT. A TERM THAT ALREADY
      *    HAS A FOLLOW-ON TERM FOR THE SAME SCHOOL AND SANDWICH IS
      *    STILL LISTED - THE FOLLOW-ON SHOWS ON SCHPRMNT.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGREXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENT-FILE ASSIGN TO "SCHPRAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-KEY
               FILE STATUS IS WS-AGREEMENT-STATUS.

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

           SELECT AGREXP-FILE ASSIGN TO "AGREXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGREXP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENT-FILE.
           COPY SCHPRAGR.

       FD  SCHOOL-FILE.
           COPY SCHOOL.

       FD  SANDWICH-FILE.
           COPY SANDWICH.

       FD  AGREXP-FILE.
       01  AGREXP-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGREEMENT-STATUS             PIC XX.
       01  WS-SCHOOL-STATUS                PIC XX.
       01  WS-SANDWICH-STATUS              PIC XX.
       01  WS-AGREXP-STATUS                PIC XX.

       01  WS-TODAY                        PIC 9(8).
       01  WS-TODAY-INT                    PIC 9(8).
       01  WS-HORIZON-DATE                 PIC 9(8).
       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 30.
       01  WS-DAYS-LEFT                    PIC 9(3).
       01  WS-AGREEMENT-COUNT              PIC 9(6) VALUE 0.
       01  WS-EXPIRING-COUNT               PIC 9(6) VALUE 0.

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(44) VALUE
               "BREADWICH - PRICE AGREEMENTS EXPIRING FROM  ".
           05  WS-RH-FROM                  PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-RH-TO                    PIC 9(8).
       01  WS-REP-COLUMNS                  PIC X(123) VALUE
           "SCHOOL  NAME                      SANDWICH  NAME            
      -    "          FROM      TO        DAYS  TYPE          TERM  MIN 
      -    "QTY".
       01  WS-REP-DETAIL.
           05  WS-RD-SCHOOL                PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-SCHOOL-NAME           PIC X(24).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RD-SANDWICH              PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-SANDWICH-NAME         PIC X(24).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-FROM                  PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-TO                    PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-DAYS                  PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-TYPE                  PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-TERM                  PIC Z(4)9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-MIN-QTY               PIC Z(5)9.
       01  WS-REP-EMPTY                    PIC X(60) VALUE
           "NO PRICE AGREEMENT EXPIRES IN THE PERIOD".
       01  WS-REP-TOTAL.
           05  FILLER                      PIC X(30) VALUE
               "AGREEMENTS EXPIRING".
           05  WS-RT-COUNT                 PIC ZZZZZ9.
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    RUN DATE AS THE RUN PARAMETER), ONE AT END WITH THE
      *    COUNTS, SO THE RUN LEAVES A RUNREG.DAT TRACE.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-WINDOW-DAYS)
               TO WS-HORIZON-DATE
           SET RLG-START TO TRUE
           MOVE "AGREXP" TO RLG-JOB-NAME
           MOVE WS-TODAY TO RLG-PARAMETERS
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           PERFORM OPEN-FILES-PARA
           MOVE WS-TODAY        TO WS-RH-FROM
           MOVE WS-HORIZON-DATE TO WS-RH-TO
           WRITE AGREXP-PRINT-LINE FROM WS-REP-HEADER
           WRITE AGREXP-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-EXPIRING-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "AGREEMENT EXPIRY COMPLETE - AGREEMENTS: "
               WS-AGREEMENT-COUNT " EXPIRING: " WS-EXPIRING-COUNT
           SET RLG-END TO TRUE
           MOVE WS-AGREEMENT-COUNT TO RLG-READ-COUNT
           MOVE WS-EXPIRING-COUNT  TO RLG-WRITE-COUNT
           MOVE 0                  TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT AGREEMENT-FILE
           IF WS-AGREEMENT-STATUS = "35"
               CLOSE AGREEMENT-FILE
               OPEN OUTPUT AGREEMENT-FILE
               CLOSE AGREEMENT-FILE
               OPEN INPUT AGREEMENT-FILE
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
           OPEN OUTPUT AGREXP-FILE.

       CLOSE-FILES-PARA.
           CLOSE AGREEMENT-FILE
           CLOSE SCHOOL-FILE
           CLOSE SANDWICH-FILE
           CLOSE AGREXP-FILE.

      *    THE FILE IS IN SCHOOL / SANDWICH ORDER, SO THE REPORT COMES
      *    OUT GROUPED BY SCHOOL FOR THE SALES TEAM'S CALLS.
       WRITE-EXPIRING-PARA.
           WRITE AGREXP-PRINT-LINE FROM WS-REP-COLUMNS
           MOVE LOW-VALUES TO AGR-KEY
           START AGREEMENT-FILE KEY IS NOT LESS THAN AGR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-AGREEMENT-STATUS NOT = "00"
               READ AGREEMENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-AGREEMENT-COUNT
                       IF AGR-VALID-TO >= WS-TODAY
                           AND AGR-VALID-TO <= WS-HORIZON-DATE
                           PERFORM WRITE-EXPIRING-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXPIRING-COUNT = 0
               WRITE AGREXP-PRINT-LINE FROM WS-REP-EMPTY
           ELSE
               WRITE AGREXP-PRINT-LINE FROM WS-BLANK-LINE
               MOVE WS-EXPIRING-COUNT TO WS-RT-COUNT
               WRITE AGREXP-PRINT-LINE FROM WS-REP-TOTAL
           END-IF.

       WRITE-EXPIRING-LINE-PARA.
           ADD 1 TO WS-EXPIRING-COUNT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(AGR-VALID-TO) - WS-TODAY-INT
           MOVE AGR-SCHOOL-ID TO SCH-ID
           READ SCHOOL-FILE
               INVALID KEY MOVE "** NOT ON FILE **" TO SCH-NAME
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE AGR-SANDWICH-ID TO SW-ID
           READ SANDWICH-FILE
               INVALID KEY MOVE "** NOT ON FILE **" TO SW-NAME
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE AGR-SCHOOL-ID     TO WS-RD-SCHOOL
           MOVE SCH-NAME          TO WS-RD-SCHOOL-NAME
           MOVE AGR-SANDWICH-ID   TO WS-RD-SANDWICH
           MOVE SW-NAME           TO WS-RD-SANDWICH-NAME
           MOVE AGR-VALID-FROM    TO WS-RD-FROM
           MOVE AGR-VALID-TO      TO WS-RD-TO
           MOVE WS-DAYS-LEFT      TO WS-RD-DAYS
           IF AGR-CONTRACT-PRICE
               MOVE "PRICE"          TO WS-RD-TYPE
               MOVE AGR-PRICE        TO WS-RD-TERM
           ELSE
               MOVE "DISC. %"        TO WS-RD-TYPE
               MOVE AGR-DISCOUNT-PCT TO WS-RD-TERM
           END-IF
           MOVE AGR-MIN-MONTH-QTY TO WS-RD-MIN-QTY
           WRITE AGREXP-PRINT-LINE FROM WS-REP-DETAIL.
