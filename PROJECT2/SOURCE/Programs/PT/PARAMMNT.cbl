       01  WS-SANDWICH-ID                  PIC 9(6).
       01  WS-NEW-VALUE                    PIC 9(8)V99.

      *    GENERAL-LEDGER ACCOUNT CODE BEING EDITED (OPTION 5).
       01  WS-GL-OPTION                    PIC 9.
       01  WS-GL-ACCOUNT                   PIC 9(8).

      *    REVIEW FIXES | DELIVERY WINDOW GUARD-RAIL WORK FIELDS.
       01  WS-DELIV-START-NEW              PIC 9(4).
       01  WS-DELIV-END-NEW                PIC 9(4).
               DISPLAY OPTION-EDIT2
               DISPLAY OPTION-EDIT3
               DISPLAY OPTION-EDIT4
               DISPLAY OPTION-EDIT5
               DISPLAY OPTION-EXIT6
               DISPLAY ACCEPT-OPTION
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 2 PERFORM EDIT-DELIVERY-WINDOW-PARA
                   WHEN 3 PERFORM EDIT-CAPACITY-PARA
                   WHEN 4 PERFORM EDIT-VATRATE-PARA
                   WHEN 5 PERFORM EDIT-GLACCOUNT-PARA
                   WHEN 6 SET WS-EXIT TO TRUE
                   WHEN OTHER DISPLAY OPTION-ERROR
               END-EVALUATE
           END-PERFORM
               DISPLAY PARAM-SAVED-TEXT
           END-IF.

      *    THE FOUR LEDGER ACCOUNTS GLEXPORT POSTS THE JOURNAL TO. AN
      *    ACCOUNT CODE IS A WHOLE NUMBER - ZERO OR A VALUE WITH
      *    DECIMALS IS REFUSED, SINCE GLEXPORT WILL NOT RUN WITHOUT A
      *    REAL CODE FOR EVERY ONE OF THEM.
       EDIT-GLACCOUNT-PARA.
           DISPLAY GL-OPTION-RECEIVABLE
           DISPLAY GL-OPTION-SALES
           DISPLAY GL-OPTION-VAT
           DISPLAY GL-OPTION-BANK
           DISPLAY ACCEPT-OPTION
           ACCEPT WS-GL-OPTION
           MOVE SPACES TO PARM-KEY
           EVALUATE WS-GL-OPTION
               WHEN 1 MOVE "GLACCTRECEIVABLE" TO PARM-KEY
               WHEN 2 MOVE "GLACCTSALES"      TO PARM-KEY
               WHEN 3 MOVE "GLACCTVAT"        TO PARM-KEY
               WHEN 4 MOVE "GLACCTBANK"       TO PARM-KEY
               WHEN OTHER DISPLAY OPTION-ERROR
           END-EVALUATE
           IF PARM-KEY NOT = SPACES
               PERFORM GET-OR-CREATE-PARAM-PARA
               DISPLAY GLACCOUNT-TEXT
               DISPLAY CURRENT-VALUE-TEXT
               DISPLAY PARM-VALUE
               DISPLAY NEW-VALUE-TEXT
               ACCEPT WS-NEW-VALUE
               MOVE WS-NEW-VALUE TO WS-GL-ACCOUNT
               IF WS-NEW-VALUE = 0 OR WS-GL-ACCOUNT NOT = WS-NEW-VALUE
                   DISPLAY INVALID-GLACCOUNT-TEXT
               ELSE
                   MOVE WS-GL-ACCOUNT TO PARM-VALUE
                   EVALUATE WS-GL-OPTION
                       WHEN 1 MOVE "GL ACCOUNT - RECEIVABLES"
                                  TO PARM-DESC
                       WHEN 2 MOVE "GL ACCOUNT - SALES REVENUE"
                                  TO PARM-DESC
                       WHEN 3 MOVE "GL ACCOUNT - VAT PAYABLE"
                                  TO PARM-DESC
                       WHEN 4 MOVE "GL ACCOUNT - BANK"
                                  TO PARM-DESC
                   END-EVALUATE
                   REWRITE PARAM-RECORD
                   DISPLAY PARAM-SAVED-TEXT
               END-IF
           END-IF.

      *    IF THE PARAMETER HAS NEVER BEEN SET YET, CREATE IT WITH A
      *    ZERO VALUE SO IT CAN BE EDITED LIKE ANY OTHER.
       GET-OR-CREATE-PARAM-PARA.
