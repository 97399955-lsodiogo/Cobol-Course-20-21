               RECORD KEY IS RT-ID
               FILE STATUS IS WS-ROUTE-STATUS.

      *    DIETARY RESTRICTIONS - ONE RECORD PER SCHOOL, SAME KEY AS
      *    THE SCHOOL MASTER, READ BY ALLGCHK ON EVERY ORDER LINE.
           SELECT SCHALLRG-FILE ASSIGN TO "SCHALLRG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-SCHOOL-ID
               FILE STATUS IS WS-SCHALLRG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOL-FILE.
       FD  ROUTE-FILE.
           COPY ROUTE.

       FD  SCHALLRG-FILE.
           COPY SCHALLRG.

       WORKING-STORAGE SECTION.
           COPY SCHMNTCONSTANTS.

       01  WS-SUB-OPTION                   PIC 9.
       01  WS-ID                           PIC 9(6).
       01  WS-YN                           PIC X.
       01  WS-SCHALLRG-STATUS              PIC XX.
       01  WS-RESTRICT-FOUND-FLAG          PIC X VALUE "N".
           88  WS-RESTRICT-FOUND           VALUE "Y".
       01  WS-A                            PIC 9(2).
       01  WS-CURRENT-YN                   PIC X.
       01  WS-ENFORCE                      PIC X.
       01  WS-RESTRICT-LIST                PIC X(70).
       01  WS-RESTRICT-PTR                 PIC S9(4) COMP.

           COPY ALLERGEN.

      *    SIGNED-ON OPERATOR - DEACTIVATING A SCHOOL IS RESERVED FOR
      *    SUPERVISORS, THE SAME WAY CAM RESERVES ITS DELETE OPTION.
               CLOSE ROUTE-FILE
               OPEN INPUT ROUTE-FILE
           END-IF
           OPEN I-O SCHALLRG-FILE
           IF WS-SCHALLRG-STATUS = "35"
               CLOSE SCHALLRG-FILE
               OPEN OUTPUT SCHALLRG-FILE
               CLOSE SCHALLRG-FILE
               OPEN I-O SCHALLRG-FILE
           END-IF
           PERFORM UNTIL WS-EXIT
               DISPLAY MAIN-TEXT
               DISPLAY OPTION-REGISTER1
               DISPLAY OPTION-VIEW2
               DISPLAY OPTION-EDIT3
               DISPLAY OPTION-DISABLE4
               DISPLAY OPTION-ALLERGEN5
               DISPLAY OPTION-EXIT6
               DISPLAY ACCEPT-OPTION
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                       ELSE
                           DISPLAY NOT-AUTHORIZED
                       END-IF
                   WHEN 5 PERFORM SET-RESTRICTIONS-PARA
                   WHEN 6 SET WS-EXIT TO TRUE
                   WHEN OTHER DISPLAY OPTION-ERROR
               END-EVALUATE
           END-PERFORM
           CLOSE SCHOOL-FILE
           CLOSE ROUTE-FILE
           CLOSE SCHALLRG-FILE
           STOP RUN.

      ******************************************************************
      *            CARRYING SPACES IS VISIBLE AS EXACTLY THAT.
                   DISPLAY VIEW-ROUTE-TEXT " " SCH-ROUTE-ID
                   DISPLAY VIEW-VAT-TEXT " " SCH-VAT-FLAG
                   PERFORM VIEW-RESTRICTIONS-PARA
           END-READ.

      *    ONLY SHOWN WHEN THE SCHOOL HAS AT LEAST ONE ALLERGEN
      *    RESTRICTED - BY ITS SHORT CODE FROM THE ALLERGEN TABLE.
       VIEW-RESTRICTIONS-PARA.
           MOVE SCH-ID TO SAL-SCHOOL-ID
           READ SCHALLRG-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-RESTRICT-LIST
                   MOVE 1 TO WS-RESTRICT-PTR
                   PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > ALLERGEN-COUNT
                       IF SAL-RESTRICTED(WS-A)
                           STRING ALG-ABBREV(WS-A) " "
                               DELIMITED BY SIZE
                               INTO WS-RESTRICT-LIST
                               WITH POINTER WS-RESTRICT-PTR
                           END-STRING
                       END-IF
                   END-PERFORM
                   IF WS-RESTRICT-LIST NOT = SPACES
                       DISPLAY VIEW-RESTRICT-TEXT " " WS-RESTRICT-LIST
                       IF SAL-BLOCK
                           DISPLAY VIEW-ENFORCE-BLOCK
                       ELSE
                           DISPLAY VIEW-ENFORCE-WARN
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
                       END-EVALUATE
                   END-IF
           END-READ.

      ******************************************************************
      *    OPTION 5 - RESTRICOES ALIMENTARES
      ******************************************************************
      *    EVERY ALLERGEN OF THE TABLE IS ASKED IN TURN, THEN WHETHER
      *    AN ORDER LINE THAT CONFLICTS IS REFUSED OR ONLY WARNED
      *    ABOUT. THE RECORD IS STAMPED WITH THE SIGNED-ON OPERATOR SO
      *    A CHANGED LIST CAN ALWAYS BE TRACED BACK TO SOMEONE.
       SET-RESTRICTIONS-PARA.
           DISPLAY REQUEST-ID-TEXT
           ACCEPT WS-ID
           MOVE WS-ID TO SCH-ID
           READ SCHOOL-FILE
               INVALID KEY DISPLAY ID-NONEXISTENT
               NOT INVALID KEY PERFORM EDIT-RESTRICTIONS-PARA
           END-READ.

       EDIT-RESTRICTIONS-PARA.
           DISPLAY SCH-ID " " SCH-NAME
           MOVE SCH-ID TO SAL-SCHOOL-ID
           MOVE "N" TO WS-RESTRICT-FOUND-FLAG
           READ SCHALLRG-FILE
               INVALID KEY
                   MOVE SCH-ID TO SAL-SCHOOL-ID
                   MOVE ALL "N" TO SAL-RESTRICTIONS
                   SET SAL-WARN TO TRUE
               NOT INVALID KEY SET WS-RESTRICT-FOUND TO TRUE
           END-READ
           DISPLAY RESTRICT-HEADER
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > ALLERGEN-COUNT
               PERFORM ASK-RESTRICTION-PARA
           END-PERFORM
           PERFORM ACCEPT-ENFORCEMENT-PARA
           MOVE SGN-OPERATOR-ID TO SAL-CHANGED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO SAL-CHANGED-TS
           IF WS-RESTRICT-FOUND
               REWRITE SCHOOL-ALLERGEN-RECORD
           ELSE
               WRITE SCHOOL-ALLERGEN-RECORD
           END-IF
           DISPLAY MESSAGE-RESTRICT-YES.

      *    THE CURRENT ANSWER IS SHOWN IN BRACKETS AS S OR N.
       ASK-RESTRICTION-PARA.
           IF SAL-RESTRICTED(WS-A)
               MOVE "S" TO WS-CURRENT-YN
           ELSE
               MOVE "N" TO WS-CURRENT-YN
           END-IF
           MOVE SPACE TO WS-YN
           PERFORM UNTIL WS-YN = "S" OR WS-YN = "s"
                      OR WS-YN = "N" OR WS-YN = "n"
               DISPLAY "    " ALG-NAME-PT(WS-A) " ("
                   WS-CURRENT-YN "):"
               ACCEPT WS-YN
               EVALUATE TRUE
                   WHEN WS-YN = "S" OR WS-YN = "s"
                       MOVE "Y" TO SAL-RESTRICT-FLAG(WS-A)
                   WHEN WS-YN = "N" OR WS-YN = "n"
                       MOVE "N" TO SAL-RESTRICT-FLAG(WS-A)
                   WHEN OTHER
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-PERFORM.

      *    RE-ASKED UNTIL IT IS "B" OR "A" (AVISAR). STORED AS "B" OR
      *    "W" - THE CODES ALLGCHK AND THE ENGLISH PROGRAMS READ.
       ACCEPT-ENFORCEMENT-PARA.
           MOVE SPACE TO WS-ENFORCE
           PERFORM UNTIL WS-ENFORCE = "B" OR WS-ENFORCE = "A"
               DISPLAY REGISTER-TEXT-ENFORCE
               ACCEPT WS-ENFORCE
               IF WS-ENFORCE = "b"
                   MOVE "B" TO WS-ENFORCE
               END-IF
               IF WS-ENFORCE = "a"
                   MOVE "A" TO WS-ENFORCE
               END-IF
               IF WS-ENFORCE NOT = "B" AND WS-ENFORCE NOT = "A"
                   DISPLAY INVALID-ENFORCE
               END-IF
           END-PERFORM
           IF WS-ENFORCE = "B"
               SET SAL-BLOCK TO TRUE
           ELSE
               SET SAL-WARN TO TRUE
           END-IF.
