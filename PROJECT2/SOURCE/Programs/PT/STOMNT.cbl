           88  WS-ENTRY-IS-VALID           VALUE "Y".
       01  WS-VALID-SW                     PIC X VALUE "N".
           88  WS-SW-VALID                 VALUE "Y".
       01  WS-ALLERGEN-FLAG                PIC X VALUE "Y".
           88  WS-ALLERGEN-OK              VALUE "Y".
       01  WS-LINE-IDX                     PIC 9(2) VALUE 0.
       01  WS-ADD-ANOTHER                  PIC X.
       01  WS-SANDWICH-ID                  PIC 9(6).
      *    ENTRY WORK, SO ANY SIGNED-ON OPERATOR MAY USE THE SCREEN.
           COPY SIGNONAREA.

      *    SCHOOL DIETARY RESTRICTIONS - THE SAME SHARED ALLGCHK CHECK
      *    RSO RUNS ON EVERY ORDER LINE. A STANDING LINE REPEATS EVERY
      *    WEEK, SO IT IS CAUGHT HERE RATHER THAN ON EACH GENERATED
      *    ORDER.
           COPY ALLGCHKAREA.

       01  WS-FIELDS.
           05  WS-SCHOOL-ID                PIC 9(6).
           05  WS-WEEKDAY                  PIC 9.
           DISPLAY REGISTER-TEXT-SANDWICH
           ACCEPT WS-SANDWICH-ID
           PERFORM VALIDATE-SANDWICH-PARA
           IF WS-SW-VALID
               PERFORM CHECK-ALLERGENS-PARA
           END-IF
           IF NOT WS-SW-VALID OR NOT WS-ALLERGEN-OK
               SUBTRACT 1 FROM WS-LINE-IDX
           ELSE
               DISPLAY REGISTER-TEXT-QUANTITY
               END-IF
           END-IF.

      *    A SCHOOL SET TO BLOCK LOSES THE LINE OUTRIGHT; A SCHOOL SET
      *    TO WARN SHOWS THE CONFLICTING ALLERGENS AND THE OPERATOR
      *    DECIDES - AS IN RSO.
       CHECK-ALLERGENS-PARA.
           SET WS-ALLERGEN-OK TO TRUE
           MOVE WS-SCHOOL-ID   TO ALC-SCHOOL-ID
           MOVE WS-SANDWICH-ID TO ALC-SANDWICH-ID
           SET ALC-PORTUGUESE TO TRUE
           CALL "ALLGCHK" USING ALLGCHK-AREA END-CALL
           EVALUATE TRUE
               WHEN ALC-BLOCK
                   DISPLAY ALLERGEN-BLOCKED
                   DISPLAY "    " ALC-CONFLICT-TEXT
                   MOVE "N" TO WS-ALLERGEN-FLAG
               WHEN ALC-WARN
                   DISPLAY ALLERGEN-WARNING
                   DISPLAY "    " ALC-CONFLICT-TEXT
                   PERFORM CONFIRM-ALLERGEN-LINE-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CONFIRM-ALLERGEN-LINE-PARA.
           MOVE SPACE TO WS-YN
           PERFORM UNTIL WS-YN = "S" OR WS-YN = "s"
                      OR WS-YN = "N" OR WS-YN = "n"
               DISPLAY ALLERGEN-CONFIRM
               ACCEPT WS-YN
               EVALUATE TRUE
                   WHEN WS-YN = "S" OR WS-YN = "s"
                       CONTINUE
                   WHEN WS-YN = "N" OR WS-YN = "n"
                       MOVE "N" TO WS-ALLERGEN-FLAG
                   WHEN OTHER
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-PERFORM.

      *    A SCHOOL DEACTIVATED THROUGH SCHMNT NO LONGER TAKES NEW
      *    STANDING ORDERS EITHER.
       VALIDATE-SCHOOL-PARA.
