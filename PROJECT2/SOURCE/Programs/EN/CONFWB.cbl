      *    WRITES.
           COPY SIGNONAREA.

      *    ACCOUNTING PERIOD LOCK - AN ORDER MAY NOT BE MOVED INTO OR
      *    OUT OF, OR CANCELLED IN, A MONTH CLOSED ON THE PERCLOSE
      *    SCREEN.
           COPY PERLOCKAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA END-CALL
           END-READ.

       CONFLICT-MENU-PARA.
           MOVE ORD-DELIVERY-DATE(1:6) TO PLK-PERIOD
           CALL "PERLOCK" USING PERLOCK-AREA END-CALL
           DISPLAY CONFLICT-MENU-OPTION1
           DISPLAY CONFLICT-MENU-OPTION2
           DISPLAY CONFLICT-MENU-OPTION3
           DISPLAY ACCEPT-OPTION
           ACCEPT WS-MENU-OPTION
           EVALUATE WS-MENU-OPTION
               WHEN 1
                   IF PLK-CLOSED
                       DISPLAY PERIOD-CLOSED-TEXT
                   ELSE
                       PERFORM RESCHEDULE-ORDER-PARA
                   END-IF
               WHEN 2
                   IF PLK-CLOSED
                       DISPLAY PERIOD-CLOSED-TEXT
                   ELSE
                       PERFORM CANCEL-ORDER-PARA
                   END-IF
               WHEN 3 CONTINUE
               WHEN 4 SET WS-EXIT TO TRUE
               WHEN OTHER DISPLAY OPTION-ERROR

      *    SAME RULES AS RSO'S VALIDATE-DELIVERY-DATE-PARA: A REAL
      *    CALENDAR DATE, AT LEAST THE LEAD TIME AHEAD OF TODAY, AND
      *    CLEAR OF EVERY DOWNTIME PERIOD ON FILE - AND NOT IN A
      *    CLOSED MONTH.
       RESCHEDULE-ORDER-PARA.
           SET WS-DATE-IS-VALID TO TRUE
           DISPLAY NEW-DATE-TEXT
                   DISPLAY INVALID-CLASH-DATE
                   MOVE "N" TO WS-DATE-VALID-FLAG
               END-IF
               MOVE WS-NEW-DATE(1:6) TO PLK-PERIOD
               CALL "PERLOCK" USING PERLOCK-AREA END-CALL
               IF PLK-CLOSED
                   DISPLAY INVALID-CLOSED-DATE
                   MOVE "N" TO WS-DATE-VALID-FLAG
               END-IF
           END-IF
           IF WS-DATE-IS-VALID
               PERFORM APPLY-RESCHEDULE-PARA
