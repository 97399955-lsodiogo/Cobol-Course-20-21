      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SANDWICH ALLERGEN MATRIX BATCH JOB
      *    RUN WHENEVER A RECIPE OR AN INGREDIENT'S ALLERGEN FLAGS
      *    CHANGE ON INGMNT, AND HANDED TO THE SCHOOLS WITH THE MENU.
      *    SWEEPS THE SANDWICH MASTER (SANDWICH.DAT) AND, FOR EACH
      *    SANDWICH, ASKS THE SHARED ALLGCHK SUBPROGRAM WHICH OF THE
      *    14 DECLARABLE ALLERGENS IT CONTAINS THROUGH ITS RECIPE
      *    (RECIPE.DAT -> INGRED.DAT). ALGMTX.DAT CARRIES ONE ROW PER
      *    SANDWICH WITH AN X UNDER EVERY ALLERGEN IT CONTAINS, AND A
      *    LEGEND OF THE COLUMN HEADINGS AT THE BOTTOM. A SANDWICH
      *    WITH NO RECIPE ON FILE CANNOT BE VOUCHED FOR AND IS CALLED
      *    OUT ON ITS ROW INSTEAD OF PRINTING AS ALLERGEN-FREE.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLGMTX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANDWICH-FILE ASSIGN TO "SANDWICH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-ID
               FILE STATUS IS WS-SANDWICH-STATUS.

           SELECT ALGMTX-FILE ASSIGN TO "ALGMTX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALGMTX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANDWICH-FILE.
           COPY SANDWICH.

       FD  ALGMTX-FILE.
       01  ALGMTX-PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SANDWICH-STATUS              PIC XX.
       01  WS-ALGMTX-STATUS                PIC XX.

       01  WS-TODAY                        PIC 9(8).
       01  WS-A                            PIC 9(2).
       01  WS-SANDWICH-COUNT               PIC 9(6) VALUE 0.
       01  WS-NO-RECIPE-COUNT              PIC 9(6) VALUE 0.

           COPY ALLERGEN.

      *    DERIVE ONLY - SCHOOL ZERO, SO ALLGCHK NEVER LOOKS AT ANY
      *    SCHOOL'S RESTRICTIONS.
           COPY ALLGCHKAREA.

       01  WS-REP-HEADER.
           05  FILLER                      PIC X(36) VALUE
               "BREADWICH - ALLERGEN MATRIX AS OF   ".
           05  WS-RH-DATE                  PIC 9(8).
      *    THE ALLERGEN COLUMN HEADINGS ARE FILLED IN FROM THE
      *    ALLERGEN TABLE AT RUN TIME, SO THE HEADINGS AND THE X'S
      *    CAN NEVER DRIFT APART.
       01  WS-REP-COLUMNS.
           05  FILLER                      PIC X(34) VALUE
               "SANDWICH  NAME".
           05  WS-RC-ABBREV                PIC X(5) OCCURS 14 TIMES.
           05  FILLER                      PIC X(4) VALUE "NOTE".
       01  WS-REP-DETAIL.
           05  WS-RD-ID                    PIC 9(6).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RD-NAME                  PIC X(24).
           05  WS-RD-CELL                  PIC X(5) OCCURS 14 TIMES.
           05  WS-RD-NOTE                  PIC X(28).
       01  WS-REP-EMPTY                    PIC X(60) VALUE
           "NO SANDWICHES ON FILE".
       01  WS-REP-TOTAL.
           05  FILLER                      PIC X(30) VALUE
               "SANDWICHES".
           05  WS-RT-COUNT                 PIC ZZZZZ9.
       01  WS-REP-NO-RECIPE-TOTAL.
           05  FILLER                      PIC X(30) VALUE
               "SANDWICHES WITH NO RECIPE".
           05  WS-RT-NO-RECIPE             PIC ZZZZZ9.
       01  WS-REP-LEGEND-TITLE             PIC X(40) VALUE
           "LEGEND".
       01  WS-REP-LEGEND-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-ABBREV                PIC X(4).
           05  FILLER                      PIC X(3) VALUE " = ".
           05  WS-RL-NAME                  PIC X(12).
       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    RUN DATE AS THE RUN PARAMETER), ONE AT END WITH THE
      *    COUNTS, SO THE RUN LEAVES A RUNREG.DAT TRACE.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           SET RLG-START TO TRUE
           MOVE "ALLGMTX" TO RLG-JOB-NAME
           MOVE WS-TODAY TO RLG-PARAMETERS
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           PERFORM OPEN-FILES-PARA
           MOVE WS-TODAY TO WS-RH-DATE
           WRITE ALGMTX-PRINT-LINE FROM WS-REP-HEADER
           WRITE ALGMTX-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-MATRIX-PARA
           WRITE ALGMTX-PRINT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-LEGEND-PARA
           PERFORM CLOSE-FILES-PARA
           DISPLAY "ALLERGEN MATRIX COMPLETE - SANDWICHES: "
               WS-SANDWICH-COUNT " WITH NO RECIPE: " WS-NO-RECIPE-COUNT
           SET RLG-END TO TRUE
           MOVE WS-SANDWICH-COUNT  TO RLG-READ-COUNT
           MOVE WS-SANDWICH-COUNT  TO RLG-WRITE-COUNT
           MOVE WS-NO-RECIPE-COUNT TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           STOP RUN.

       OPEN-FILES-PARA.
           OPEN INPUT SANDWICH-FILE
           IF WS-SANDWICH-STATUS = "35"
               CLOSE SANDWICH-FILE
               OPEN OUTPUT SANDWICH-FILE
               CLOSE SANDWICH-FILE
               OPEN INPUT SANDWICH-FILE
           END-IF
           OPEN OUTPUT ALGMTX-FILE.

       CLOSE-FILES-PARA.
           CLOSE SANDWICH-FILE
           CLOSE ALGMTX-FILE.

       WRITE-MATRIX-PARA.
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > ALLERGEN-COUNT
               MOVE ALG-ABBREV(WS-A) TO WS-RC-ABBREV(WS-A)
           END-PERFORM
           WRITE ALGMTX-PRINT-LINE FROM WS-REP-COLUMNS
           MOVE LOW-VALUES TO SANDWICH-RECORD
           START SANDWICH-FILE KEY IS NOT LESS THAN SW-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-SANDWICH-STATUS NOT = "00"
               READ SANDWICH-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-SANDWICH-COUNT
                       PERFORM WRITE-MATRIX-LINE-PARA
               END-READ
           END-PERFORM
           IF WS-SANDWICH-COUNT = 0
               WRITE ALGMTX-PRINT-LINE FROM WS-REP-EMPTY
           ELSE
               WRITE ALGMTX-PRINT-LINE FROM WS-BLANK-LINE
               MOVE WS-SANDWICH-COUNT TO WS-RT-COUNT
               WRITE ALGMTX-PRINT-LINE FROM WS-REP-TOTAL
               MOVE WS-NO-RECIPE-COUNT TO WS-RT-NO-RECIPE
               WRITE ALGMTX-PRINT-LINE FROM WS-REP-NO-RECIPE-TOTAL
           END-IF.

       WRITE-MATRIX-LINE-PARA.
           MOVE 0 TO ALC-SCHOOL-ID
           MOVE SW-ID TO ALC-SANDWICH-ID
           SET ALC-ENGLISH TO TRUE
           CALL "ALLGCHK" USING ALLGCHK-AREA END-CALL
           MOVE SW-ID   TO WS-RD-ID
           MOVE SW-NAME TO WS-RD-NAME
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > ALLERGEN-COUNT
               IF ALC-CONTAINS(WS-A)
                   MOVE " X" TO WS-RD-CELL(WS-A)
               ELSE
                   MOVE " ." TO WS-RD-CELL(WS-A)
               END-IF
           END-PERFORM
           IF ALC-NO-RECIPE
               ADD 1 TO WS-NO-RECIPE-COUNT
               MOVE "** NO RECIPE - NOT VERIFIED" TO WS-RD-NOTE
           ELSE
               MOVE SPACES TO WS-RD-NOTE
           END-IF
           WRITE ALGMTX-PRINT-LINE FROM WS-REP-DETAIL.

       WRITE-LEGEND-PARA.
           WRITE ALGMTX-PRINT-LINE FROM WS-REP-LEGEND-TITLE
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > ALLERGEN-COUNT
               MOVE ALG-ABBREV(WS-A)  TO WS-RL-ABBREV
               MOVE ALG-NAME-EN(WS-A) TO WS-RL-NAME
               WRITE ALGMTX-PRINT-LINE FROM WS-REP-LEGEND-LINE
           END-PERFORM.
