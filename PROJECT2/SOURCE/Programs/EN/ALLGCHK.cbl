      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SHARED ALLERGEN CHECK
      *    CALLED BY RSO, STOMNT, ORDIMP AND DAYSHEET FOR EVERY ORDER
      *    LINE, AND BY ALLGMTX FOR EVERY SANDWICH - SAME SHARED-
      *    SUBPROGRAM PATTERN AS SIGNON, RUNLOG AND PERLOCK. DERIVES
      *    WHICH ALLERGENS A SANDWICH CONTAINS BY WALKING ITS RECIPE
      *    LINES (RECIPE.DAT) TO THE INGREDIENT FLAGS (INGRED.DAT),
      *    THEN HOLDS THEM AGAINST THE SCHOOL'S DIETARY RESTRICTIONS
      *    (SCHALLRG.DAT). THE FILES ARE OPENED AND CLOSED INSIDE EACH
      *    CALL, SO A RECIPE OR RESTRICTION CHANGED ON ANOTHER SCREEN
      *    COUNTS AT ONCE. NO FILE YET MEANS NOTHING ON FILE.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLGCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SCHALLRG-FILE ASSIGN TO "SCHALLRG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-SCHOOL-ID
               FILE STATUS IS WS-SCHALLRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPE-FILE.
           COPY RECIPE.

       FD  INGRED-FILE.
           COPY INGRED.

       FD  SCHALLRG-FILE.
           COPY SCHALLRG.

       WORKING-STORAGE SECTION.
       01  WS-RECIPE-STATUS                PIC XX.
       01  WS-INGRED-STATUS                PIC XX.
       01  WS-SCHALLRG-STATUS              PIC XX.
       01  WS-A                            PIC 9(2).
       01  WS-PTR                          PIC S9(4) COMP.
       01  WS-RESTRICT-COUNT               PIC 9(2).
       01  WS-CONFLICT-COUNT               PIC 9(2).
       01  WS-ALG-NAME                     PIC X(12).
       01  WS-NAME-LEN                     PIC S9(4) COMP.

           COPY ALLERGEN.

       LINKAGE SECTION.
           COPY ALLGCHKAREA.

       PROCEDURE DIVISION USING ALLGCHK-AREA.
       MAIN-PARA.
           MOVE ALL "N" TO ALC-CONTAINS-FLAGS
           MOVE ALL "N" TO ALC-CONFLICT-FLAGS
           SET ALC-NO-RECIPE TO TRUE
           SET ALC-CLEAR TO TRUE
           MOVE SPACES TO ALC-CONFLICT-TEXT
           PERFORM DERIVE-CONTAINS-PARA
           IF ALC-SCHOOL-ID > 0
               PERFORM CHECK-SCHOOL-PARA
           END-IF
           GOBACK.

      *    ONE KEYED START ON THE SANDWICH ID, READ UNTIL THE ID
      *    CHANGES - THE SAME ACCESS DAYSHEET USES TO EXPLODE THE
      *    PRODUCTION TOTALS. AN INGREDIENT MISSING FROM THE MASTER
      *    DECLARES NOTHING.
       DERIVE-CONTAINS-PARA.
           OPEN INPUT RECIPE-FILE
           IF WS-RECIPE-STATUS = "00"
               OPEN INPUT INGRED-FILE
               MOVE ALC-SANDWICH-ID TO RCP-SANDWICH-ID
               MOVE 0 TO RCP-INGREDIENT-ID
               START RECIPE-FILE KEY IS NOT LESS THAN RCP-KEY
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-RECIPE-STATUS NOT = "00"
                   READ RECIPE-FILE NEXT RECORD
                       AT END EXIT PERFORM
                       NOT AT END
                           IF RCP-SANDWICH-ID NOT = ALC-SANDWICH-ID
                               EXIT PERFORM
                           END-IF
                           SET ALC-RECIPE-FOUND TO TRUE
                           IF WS-INGRED-STATUS = "00"
                               PERFORM ADD-INGREDIENT-FLAGS-PARA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-INGRED-STATUS NOT = "35"
                   CLOSE INGRED-FILE
               END-IF
               CLOSE RECIPE-FILE
           END-IF.

       ADD-INGREDIENT-FLAGS-PARA.
           MOVE RCP-INGREDIENT-ID TO ING-ID
           READ INGRED-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > ALLERGEN-COUNT
                       IF ING-HAS-ALLERGEN(WS-A)
                           MOVE "Y" TO ALC-CONTAINS-FLAG(WS-A)
                       END-IF
                   END-PERFORM
           END-READ
      *    THE FAILED KEYED READ LEAVES A NON-"00" STATUS BEHIND -
      *    RESET IT SO THE NEXT RECIPE LINE STILL LOOKS ITS
      *    INGREDIENT UP.
           MOVE "00" TO WS-INGRED-STATUS.

      *    A SCHOOL WITH NO RESTRICTION RECORD, OR A RECORD WITH EVERY
      *    FLAG CLEARED, IS NEVER WARNED OR BLOCKED.
       CHECK-SCHOOL-PARA.
           OPEN INPUT SCHALLRG-FILE
           IF WS-SCHALLRG-STATUS = "00"
               MOVE ALC-SCHOOL-ID TO SAL-SCHOOL-ID
               READ SCHALLRG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM MATCH-RESTRICTIONS-PARA
               END-READ
               CLOSE SCHALLRG-FILE
           END-IF.

       MATCH-RESTRICTIONS-PARA.
           MOVE 0 TO WS-RESTRICT-COUNT
           MOVE 0 TO WS-CONFLICT-COUNT
           MOVE 1 TO WS-PTR
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > ALLERGEN-COUNT
               IF SAL-RESTRICTED(WS-A)
                   ADD 1 TO WS-RESTRICT-COUNT
                   IF ALC-CONTAINS(WS-A)
                       MOVE "Y" TO ALC-CONFLICT-FLAG(WS-A)
                       PERFORM ADD-CONFLICT-NAME-PARA
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CONFLICT-COUNT > 0 AND SAL-BLOCK
                   SET ALC-BLOCK TO TRUE
               WHEN WS-CONFLICT-COUNT > 0
                   SET ALC-WARN TO TRUE
               WHEN WS-RESTRICT-COUNT > 0 AND ALC-NO-RECIPE
                   SET ALC-WARN TO TRUE
                   IF ALC-PORTUGUESE
                       MOVE "SEM RECEITA REGISTADA - ALERGENIOS DESCONHE
      -                    "CIDOS" TO ALC-CONFLICT-TEXT
                   ELSE
                       MOVE "NO RECIPE ON FILE - ALLERGENS UNKNOWN"
                           TO ALC-CONFLICT-TEXT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    EACH NAME GOES IN UP TO ITS LAST NON-BLANK CHARACTER - NOT
      *    DELIMITED BY SPACE, SINCE "TREE NUTS" AND "FRUTOS CASCA"
      *    CARRY AN EMBEDDED BLANK, AND NOT BY A DOUBLE SPACE EITHER,
      *    WHICH LEAVES THE TRAILING BLANK OF A NAME ONE SHORT OF THE
      *    FIELD ("CRUSTACEANS ,").
       ADD-CONFLICT-NAME-PARA.
           IF WS-CONFLICT-COUNT > 0
               STRING ", " DELIMITED BY SIZE
                   INTO ALC-CONFLICT-TEXT WITH POINTER WS-PTR
               END-STRING
           END-IF
           ADD 1 TO WS-CONFLICT-COUNT
           IF ALC-PORTUGUESE
               MOVE ALG-NAME-PT(WS-A) TO WS-ALG-NAME
           ELSE
               MOVE ALG-NAME-EN(WS-A) TO WS-ALG-NAME
           END-IF
           MOVE 12 TO WS-NAME-LEN
           PERFORM UNTIL WS-NAME-LEN = 1
               OR WS-ALG-NAME(WS-NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-NAME-LEN
           END-PERFORM
           STRING WS-ALG-NAME(1:WS-NAME-LEN) DELIMITED BY SIZE
               INTO ALC-CONFLICT-TEXT WITH POINTER WS-PTR
           END-STRING.
