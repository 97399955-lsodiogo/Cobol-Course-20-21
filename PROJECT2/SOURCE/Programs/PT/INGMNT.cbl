           88  WS-EXIT                     VALUE "Y".
       01  WS-MENU-OPTION                  PIC 9.
       01  WS-YN                           PIC X.
       01  WS-CURRENT-YN                   PIC X.
       01  WS-SANDWICH-ID                  PIC 9(6).
       01  WS-INGREDIENT-ID                PIC 9(6).
       01  WS-QUANTITY                     PIC 9(4)V999.
           88  WS-ENTRY-IS-VALID           VALUE "Y".
       01  WS-LINE-FOUND-FLAG              PIC X VALUE "N".
           88  WS-LINE-FOUND               VALUE "Y".
       01  WS-A                            PIC 9(2).
       01  WS-ALLERGEN-LIST                PIC X(70).
       01  WS-ALLERGEN-PTR                 PIC S9(4) COMP.

           COPY ALLERGEN.

      *    SIGNED-ON OPERATOR - RECIPE WORK IS KITCHEN ADMINISTRATION,
      *    SO ANY SIGNED-ON OPERATOR MAY USE THE SCREEN.
           DISPLAY OPTION-RECIPE3
           DISPLAY OPTION-VIEW4
           DISPLAY OPTION-DELETE5
           DISPLAY OPTION-ALLERGEN6
           DISPLAY OPTION-EXIT7
           DISPLAY ACCEPT-OPTION
           ACCEPT WS-MENU-OPTION.

               WHEN 3 PERFORM DEFINE-RECIPE-LINE-PARA
               WHEN 4 PERFORM VIEW-RECIPE-PARA
               WHEN 5 PERFORM DELETE-RECIPE-LINE-PARA
               WHEN 6 PERFORM SET-ALLERGENS-PARA
               WHEN 7 SET WS-EXIT TO TRUE
               WHEN OTHER DISPLAY OPTION-ERROR
           END-EVALUATE.

           ACCEPT ING-NAME
           DISPLAY REGISTER-TEXT-UNIT
           ACCEPT ING-UNIT
           MOVE ALL "N" TO ING-ALLERGENS
           WRITE INGREDIENT-RECORD
               INVALID KEY DISPLAY ID-EXISTENT
               NOT INVALID KEY DISPLAY MESSAGE-WRITE-YES
                   AT END EXIT PERFORM
                   NOT AT END
                       DISPLAY ING-ID " " ING-NAME " " ING-UNIT
                       PERFORM SHOW-INGREDIENT-ALLERGENS-PARA
               END-READ
           END-PERFORM.

      *    ONLY THE ALLERGENS THE INGREDIENT DECLARES ARE SHOWN, BY
      *    THEIR SHORT CODE FROM THE ALLERGEN TABLE.
       SHOW-INGREDIENT-ALLERGENS-PARA.
           MOVE SPACES TO WS-ALLERGEN-LIST
           MOVE 1 TO WS-ALLERGEN-PTR
           PERFORM VARYING WS-A FROM 1 BY 1
               UNTIL WS-A > ALLERGEN-COUNT
               IF ING-HAS-ALLERGEN(WS-A)
                   STRING ALG-ABBREV(WS-A) " " DELIMITED BY SIZE
                       INTO WS-ALLERGEN-LIST
                       WITH POINTER WS-ALLERGEN-PTR
                   END-STRING
               END-IF
           END-PERFORM
           IF WS-ALLERGEN-LIST NOT = SPACES
               DISPLAY ALLERGEN-LIST-TEXT " " WS-ALLERGEN-LIST
           END-IF.

      ******************************************************************
      *    OPTION 3 - DEFINIR LINHA DE RECEITA
      ******************************************************************
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-IF.

      ******************************************************************
      *    OPTION 6 - DEFINIR ALERGENIOS DE INGREDIENTE
      ******************************************************************
      *    EVERY ALLERGEN OF THE TABLE IS ASKED IN TURN AND THE WHOLE
      *    SET IS REWRITTEN - THE SANDWICH'S ALLERGENS ARE DERIVED FROM
      *    THESE FLAGS THROUGH ITS RECIPE, NEVER KEYED PER SANDWICH.
       SET-ALLERGENS-PARA.
           SET WS-ENTRY-IS-VALID TO TRUE
           DISPLAY REQUEST-INGREDIENT-TEXT
           ACCEPT WS-INGREDIENT-ID
           PERFORM VALIDATE-INGREDIENT-PARA
           IF WS-ENTRY-IS-VALID
               DISPLAY ING-ID " " ING-NAME
               DISPLAY ALLERGEN-HEADER
               PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > ALLERGEN-COUNT
                   PERFORM ASK-ALLERGEN-FLAG-PARA
               END-PERFORM
               REWRITE INGREDIENT-RECORD
               DISPLAY MESSAGE-ALLERGEN-YES
           END-IF.

      *    THE CURRENT ANSWER IS SHOWN IN BRACKETS AS S OR N.
       ASK-ALLERGEN-FLAG-PARA.
           IF ING-HAS-ALLERGEN(WS-A)
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
                       MOVE "Y" TO ING-ALLERGEN-FLAG(WS-A)
                   WHEN WS-YN = "N" OR WS-YN = "n"
                       MOVE "N" TO ING-ALLERGEN-FLAG(WS-A)
                   WHEN OTHER
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-PERFORM.
