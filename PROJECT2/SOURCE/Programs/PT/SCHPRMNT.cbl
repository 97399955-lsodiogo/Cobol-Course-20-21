      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACORDOS DE PRECO POR ESCOLA
      *    KEEPS THE PRICES NEGOTIATED WITH INDIVIDUAL SCHOOLS
      *    (SCHPRAGR.DAT): FOR A SCHOOL AND A SANDWICH, EITHER A
      *    CONTRACT UNIT PRICE OR A PERCENTAGE OFF THE LIST PRICE,
      *    VALID BETWEEN TWO DELIVERY DATES AND OPTIONALLY ONLY ONCE
      *    THE SCHOOL TAKES A MINIMUM QUANTITY OF THE SANDWICH IN THE
      *    MONTH. THE SHARED SCHPRICE SUBPROGRAM APPLIES THE TERM WHEN
      *    RSO, STOGEN AND ORDIMP FREEZE AN ORDER'S UNIT PRICE, SO A
      *    CHANGE HERE ONLY REACHES ORDERS PRICED FROM NOW ON. TWO
      *    TERMS FOR THE SAME SCHOOL AND SANDWICH MAY NEVER OVERLAP.
      *    AGREXP LISTS THE TERMS ABOUT TO RUN OUT.
      ******************************************************************
      *    PORTUGUESE LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHPRMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AGREEMENT-FILE ASSIGN TO "SCHPRAGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGR-KEY
               FILE STATUS IS WS-AGREEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOL-FILE.
           COPY SCHOOL.

       FD  SANDWICH-FILE.
           COPY SANDWICH.

       FD  AGREEMENT-FILE.
           COPY SCHPRAGR.

       WORKING-STORAGE SECTION.
           COPY SCHPRMNTCONSTANTS.

       01  WS-SCHOOL-STATUS                PIC XX.
       01  WS-SANDWICH-STATUS              PIC XX.
       01  WS-AGREEMENT-STATUS             PIC XX.
       01  WS-EXIT-FLAG                    PIC X VALUE "N".
           88  WS-EXIT                     VALUE "Y".
       01  WS-MENU-OPTION                  PIC 9.
       01  WS-YN                           PIC X.
       01  WS-TODAY                        PIC 9(8).
       01  WS-TEST-RESULT                  PIC S9(2) COMP.
       01  WS-NOW-TIMESTAMP                PIC 9(14).
       01  WS-SCHOOL-ID                    PIC 9(6).
       01  WS-SANDWICH-ID                  PIC 9(6).
       01  WS-VALID-FROM                   PIC 9(8).
       01  WS-VALID-TO                     PIC 9(8).
       01  WS-TYPE                         PIC X.
       01  WS-PRICE                        PIC 9(5)V99.
       01  WS-PCT                          PIC 9(2)V99.
       01  WS-MIN-QTY                      PIC 9(6).
       01  WS-LISTED-COUNT                 PIC 9(4).
       01  WS-VALID-FLAG                   PIC X VALUE "Y".
           88  WS-ENTRY-IS-VALID           VALUE "Y".
       01  WS-TERM-EXISTS-FLAG             PIC X VALUE "N".
           88  WS-TERM-EXISTS              VALUE "Y".

       01  WS-LIST-PRICE-DISPLAY           PIC Z(4)9.99.

      *    ONE TERM AS SHOWN ON THE LIST AND IN THE OVERLAP MESSAGE.
       01  WS-AGREEMENT-LINE.
           05  WS-AL-SANDWICH              PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-NAME                  PIC X(24).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-FROM                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-TO                    PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-TYPE                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-VALUE                 PIC Z(4)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-MIN-QTY               PIC Z(5)9.

      *    SIGNED-ON OPERATOR - AGREED PRICES ARE A COMMERCIAL
      *    DECISION, SO REGISTERING AND ENDING A TERM ARE RESERVED FOR
      *    SUPERVISORS, THE SAME WAY SNDWMNT RESERVES ITS PRICE
      *    OPTIONS. EVERY TERM CARRIES THE OPERATOR WHO LAST CHANGED
      *    IT.
           COPY SIGNONAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA END-CALL
           IF SGN-OK
               PERFORM INITIALIZATION-PARA
               PERFORM UNTIL WS-EXIT
                   PERFORM DISPLAY-MENU-PARA
                   PERFORM EVALUATE-MENU-PARA
               END-PERFORM
               PERFORM TERMINATION-PARA
           END-IF
           STOP RUN.

       INITIALIZATION-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
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
           OPEN I-O AGREEMENT-FILE
           IF WS-AGREEMENT-STATUS = "35"
               CLOSE AGREEMENT-FILE
               OPEN OUTPUT AGREEMENT-FILE
               CLOSE AGREEMENT-FILE
               OPEN I-O AGREEMENT-FILE
           END-IF.

       TERMINATION-PARA.
           CLOSE SCHOOL-FILE
           CLOSE SANDWICH-FILE
           CLOSE AGREEMENT-FILE.

       DISPLAY-MENU-PARA.
           DISPLAY MAIN-TEXT
           DISPLAY OPTION-REGISTER1
           DISPLAY OPTION-LIST2
           DISPLAY OPTION-END3
           DISPLAY OPTION-EXIT4
           DISPLAY ACCEPT-OPTION
           ACCEPT WS-MENU-OPTION.

       EVALUATE-MENU-PARA.
           EVALUATE WS-MENU-OPTION
               WHEN 1
                   IF SGN-SUPERVISOR
                       PERFORM REGISTER-AGREEMENT-PARA
                   ELSE
                       DISPLAY NOT-AUTHORIZED
                   END-IF
               WHEN 2 PERFORM LIST-AGREEMENTS-PARA
               WHEN 3
                   IF SGN-SUPERVISOR
                       PERFORM END-AGREEMENT-PARA
                   ELSE
                       DISPLAY NOT-AUTHORIZED
                   END-IF
               WHEN 4 SET WS-EXIT TO TRUE
               WHEN OTHER DISPLAY OPTION-ERROR
           END-EVALUATE.

      ******************************************************************
      *    OPTION 1 - REGISTAR / ALTERAR ACORDO
      ******************************************************************
      *    A TERM IS IDENTIFIED BY ITS SCHOOL, SANDWICH AND START DATE.
      *    KEYING AN EXISTING START DATE REPLACES THAT TERM (AFTER AN
      *    EXTRA CONFIRMATION); ANY OTHER TERM FOR THE PAIR WHOSE DATES
      *    OVERLAP THE NEW ONE IS SHOWN AND THE ENTRY IS REFUSED. A
      *    CONTRACT PRICE MUST BE BELOW TODAY'S LIST PRICE - SCHPRICE
      *    NEVER CHARGES MORE THAN LIST IN ANY CASE.
       REGISTER-AGREEMENT-PARA.
           SET WS-ENTRY-IS-VALID TO TRUE
           PERFORM ACCEPT-SCHOOL-PARA
           IF WS-ENTRY-IS-VALID
               PERFORM ACCEPT-SANDWICH-PARA
           END-IF
           IF WS-ENTRY-IS-VALID
               MOVE SW-PRICE TO WS-LIST-PRICE-DISPLAY
               DISPLAY LIST-PRICE-TEXT WS-LIST-PRICE-DISPLAY
               PERFORM ACCEPT-PERIOD-PARA
           END-IF
           IF WS-ENTRY-IS-VALID
               PERFORM ACCEPT-TERMS-PARA
           END-IF
           IF WS-ENTRY-IS-VALID
               PERFORM CHECK-OVERLAP-PARA
           END-IF
           IF WS-ENTRY-IS-VALID
               PERFORM CHECK-EXISTING-PARA
           END-IF
           IF WS-ENTRY-IS-VALID
               DISPLAY MESSAGE-SAVE
               ACCEPT WS-YN
               EVALUATE TRUE
                   WHEN WS-YN = "S" OR WS-YN = "s"
                       PERFORM SAVE-AGREEMENT-PARA
                       DISPLAY MESSAGE-SAVE-YES
                   WHEN WS-YN = "N" OR WS-YN = "n"
                       DISPLAY MESSAGE-SAVE-NO
                   WHEN OTHER
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-IF.

       ACCEPT-SCHOOL-PARA.
           DISPLAY REQUEST-SCHOOL-TEXT
           ACCEPT WS-SCHOOL-ID
           MOVE WS-SCHOOL-ID TO SCH-ID
           READ SCHOOL-FILE
               INVALID KEY
                   DISPLAY INVALID-SCHOOL
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   DISPLAY SCH-ID " " SCH-NAME
           END-READ.

       ACCEPT-SANDWICH-PARA.
           DISPLAY REQUEST-SANDWICH-TEXT
           ACCEPT WS-SANDWICH-ID
           MOVE WS-SANDWICH-ID TO SW-ID
           READ SANDWICH-FILE
               INVALID KEY
                   DISPLAY INVALID-SANDWICH
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   DISPLAY SW-ID " " SW-NAME
           END-READ.

       ACCEPT-PERIOD-PARA.
           DISPLAY REQUEST-FROM-TEXT
           ACCEPT WS-VALID-FROM
           MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-VALID-FROM)
               TO WS-TEST-RESULT
           IF WS-TEST-RESULT NOT = 0
               DISPLAY INVALID-DATE
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               DISPLAY REQUEST-TO-TEXT
               ACCEPT WS-VALID-TO
               MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-VALID-TO)
                   TO WS-TEST-RESULT
               EVALUATE TRUE
                   WHEN WS-TEST-RESULT NOT = 0
                       DISPLAY INVALID-DATE
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN WS-VALID-TO < WS-VALID-FROM
                       DISPLAY INVALID-PERIOD
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ACCEPT-TERMS-PARA.
           MOVE 0 TO WS-PRICE
           MOVE 0 TO WS-PCT
           DISPLAY REQUEST-TYPE-TEXT
           ACCEPT WS-TYPE
           EVALUATE WS-TYPE
               WHEN "P"
               WHEN "p"
                   MOVE "P" TO WS-TYPE
                   DISPLAY REQUEST-PRICE-TEXT
                   ACCEPT WS-PRICE
                   IF WS-PRICE = 0 OR WS-PRICE NOT < SW-PRICE
                       DISPLAY INVALID-PRICE
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO WS-TYPE
                   DISPLAY REQUEST-PCT-TEXT
                   ACCEPT WS-PCT
                   IF WS-PCT = 0
                       DISPLAY INVALID-PCT
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               WHEN OTHER
                   DISPLAY INVALID-TYPE
                   MOVE "N" TO WS-VALID-FLAG
           END-EVALUATE
           IF WS-ENTRY-IS-VALID
               DISPLAY REQUEST-MIN-QTY-TEXT
               ACCEPT WS-MIN-QTY
           END-IF.

      *    EVERY TERM FOR THE PAIR EXCEPT THE ONE BEING REPLACED.
       CHECK-OVERLAP-PARA.
           MOVE WS-SCHOOL-ID   TO AGR-SCHOOL-ID
           MOVE WS-SANDWICH-ID TO AGR-SANDWICH-ID
           MOVE 0              TO AGR-VALID-FROM
           START AGREEMENT-FILE KEY IS NOT LESS THAN AGR-KEY
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-AGREEMENT-STATUS NOT = "00"
               READ AGREEMENT-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF AGR-SCHOOL-ID NOT = WS-SCHOOL-ID
                           OR AGR-SANDWICH-ID NOT = WS-SANDWICH-ID
                           EXIT PERFORM
                       END-IF
                       IF AGR-VALID-FROM NOT = WS-VALID-FROM
                           AND AGR-VALID-FROM <= WS-VALID-TO
                           AND AGR-VALID-TO >= WS-VALID-FROM
                           DISPLAY OVERLAP-TEXT
                           PERFORM SHOW-AGREEMENT-PARA
                           MOVE "N" TO WS-VALID-FLAG
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-AGREEMENT-STATUS.

       CHECK-EXISTING-PARA.
           MOVE "N" TO WS-TERM-EXISTS-FLAG
           MOVE WS-SCHOOL-ID   TO AGR-SCHOOL-ID
           MOVE WS-SANDWICH-ID TO AGR-SANDWICH-ID
           MOVE WS-VALID-FROM  TO AGR-VALID-FROM
           READ AGREEMENT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET WS-TERM-EXISTS TO TRUE
                   DISPLAY EXISTING-TEXT
                   PERFORM SHOW-AGREEMENT-PARA
                   DISPLAY MESSAGE-REPLACE
                   ACCEPT WS-YN
                   EVALUATE TRUE
                       WHEN WS-YN = "S" OR WS-YN = "s"
                           CONTINUE
                       WHEN WS-YN = "N" OR WS-YN = "n"
                           DISPLAY MESSAGE-SAVE-NO
                           MOVE "N" TO WS-VALID-FLAG
                       WHEN OTHER
                           DISPLAY INVALID-OPTION
                           MOVE "N" TO WS-VALID-FLAG
                   END-EVALUATE
           END-READ.

       SAVE-AGREEMENT-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           MOVE WS-SCHOOL-ID     TO AGR-SCHOOL-ID
           MOVE WS-SANDWICH-ID   TO AGR-SANDWICH-ID
           MOVE WS-VALID-FROM    TO AGR-VALID-FROM
           MOVE WS-VALID-TO      TO AGR-VALID-TO
           MOVE WS-TYPE          TO AGR-TYPE
           MOVE WS-PRICE         TO AGR-PRICE
           MOVE WS-PCT           TO AGR-DISCOUNT-PCT
           MOVE WS-MIN-QTY       TO AGR-MIN-MONTH-QTY
           MOVE SGN-OPERATOR-ID  TO AGR-CHANGED-BY
           MOVE WS-NOW-TIMESTAMP TO AGR-CHANGED-TS
           IF WS-TERM-EXISTS
               REWRITE PRICE-AGREEMENT-RECORD
           ELSE
               WRITE PRICE-AGREEMENT-RECORD
           END-IF.

      *    SANDWICH-FILE IS RE-READ FOR THE NAME, SO THE CALLER'S
      *    SANDWICH RECORD (AND SW-PRICE) IS NOT RELIED ON AFTERWARDS.
       SHOW-AGREEMENT-PARA.
           MOVE AGR-SANDWICH-ID TO WS-AL-SANDWICH
           MOVE AGR-SANDWICH-ID TO SW-ID
           READ SANDWICH-FILE
               INVALID KEY MOVE SPACES TO WS-AL-NAME
               NOT INVALID KEY MOVE SW-NAME TO WS-AL-NAME
           END-READ
           MOVE AGR-VALID-FROM TO WS-AL-FROM
           MOVE AGR-VALID-TO   TO WS-AL-TO
           IF AGR-CONTRACT-PRICE
               MOVE "PRECO"     TO WS-AL-TYPE
               MOVE AGR-PRICE   TO WS-AL-VALUE
           ELSE
               MOVE "DESC.%"    TO WS-AL-TYPE
               MOVE AGR-DISCOUNT-PCT TO WS-AL-VALUE
           END-IF
           MOVE AGR-MIN-MONTH-QTY TO WS-AL-MIN-QTY
           IF AGR-VALID-TO < WS-TODAY
               DISPLAY WS-AGREEMENT-LINE EXPIRED-TEXT
           ELSE
               DISPLAY WS-AGREEMENT-LINE
           END-IF.

      ******************************************************************
      *    OPTION 2 - CONSULTAR ACORDOS DE UMA ESCOLA
      ******************************************************************
      *    EXPIRED TERMS STAY ON FILE AS THE RECORD OF WHAT WAS AGREED
      *    AND ARE SHOWN MARKED.
       LIST-AGREEMENTS-PARA.
           SET WS-ENTRY-IS-VALID TO TRUE
           PERFORM ACCEPT-SCHOOL-PARA
           IF WS-ENTRY-IS-VALID
               MOVE 0 TO WS-LISTED-COUNT
               MOVE WS-SCHOOL-ID TO AGR-SCHOOL-ID
               MOVE 0            TO AGR-SANDWICH-ID
               MOVE 0            TO AGR-VALID-FROM
               START AGREEMENT-FILE KEY IS NOT LESS THAN AGR-KEY
                   INVALID KEY CONTINUE
               END-START
               DISPLAY AGREEMENT-HEADER-TEXT
               PERFORM UNTIL WS-AGREEMENT-STATUS NOT = "00"
                   READ AGREEMENT-FILE NEXT RECORD
                       AT END EXIT PERFORM
                       NOT AT END
                           IF AGR-SCHOOL-ID NOT = WS-SCHOOL-ID
                               EXIT PERFORM
                           END-IF
                           PERFORM SHOW-AGREEMENT-PARA
                           ADD 1 TO WS-LISTED-COUNT
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-AGREEMENT-STATUS
               IF WS-LISTED-COUNT = 0
                   DISPLAY EMPTY-RECORDS
               END-IF
           END-IF.

      ******************************************************************
      *    OPTION 3 - TERMINAR ACORDO
      ******************************************************************
      *    BRINGS THE END DATE FORWARD - A SCHOOL THAT LEAVES ITS
      *    CONTRACT EARLY. ORDERS ALREADY PRICED KEEP THEIR FROZEN
      *    PRICE. ENDING A TERM THE DAY BEFORE IT STARTS WITHDRAWS IT
      *    ALTOGETHER WHILE KEEPING IT ON FILE.
       END-AGREEMENT-PARA.
           SET WS-ENTRY-IS-VALID TO TRUE
           PERFORM ACCEPT-SCHOOL-PARA
           IF WS-ENTRY-IS-VALID
               PERFORM ACCEPT-SANDWICH-PARA
           END-IF
           IF WS-ENTRY-IS-VALID
               DISPLAY REQUEST-FROM-TEXT
               ACCEPT WS-VALID-FROM
               MOVE WS-SCHOOL-ID   TO AGR-SCHOOL-ID
               MOVE WS-SANDWICH-ID TO AGR-SANDWICH-ID
               MOVE WS-VALID-FROM  TO AGR-VALID-FROM
               READ AGREEMENT-FILE
                   INVALID KEY
                       DISPLAY NOT-FOUND-TEXT
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       PERFORM SHOW-AGREEMENT-PARA
               END-READ
           END-IF
           IF WS-ENTRY-IS-VALID
               DISPLAY REQUEST-END-TEXT
               ACCEPT WS-VALID-TO
               MOVE FUNCTION TEST-DATE-YYYYMMDD(WS-VALID-TO)
                   TO WS-TEST-RESULT
               EVALUATE TRUE
                   WHEN WS-TEST-RESULT NOT = 0
                       DISPLAY INVALID-DATE
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN WS-VALID-TO NOT < AGR-VALID-TO
                       DISPLAY INVALID-END
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN FUNCTION INTEGER-OF-DATE(WS-VALID-TO) <
                       FUNCTION INTEGER-OF-DATE(AGR-VALID-FROM) - 1
                       DISPLAY INVALID-PERIOD
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-ENTRY-IS-VALID
               DISPLAY MESSAGE-END
               ACCEPT WS-YN
               EVALUATE TRUE
                   WHEN WS-YN = "S" OR WS-YN = "s"
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO WS-NOW-TIMESTAMP
                       MOVE WS-VALID-TO      TO AGR-VALID-TO
                       MOVE SGN-OPERATOR-ID  TO AGR-CHANGED-BY
                       MOVE WS-NOW-TIMESTAMP TO AGR-CHANGED-TS
                       REWRITE PRICE-AGREEMENT-RECORD
                       DISPLAY MESSAGE-END-YES
                   WHEN WS-YN = "N" OR WS-YN = "n"
                       DISPLAY MESSAGE-END-NO
                   WHEN OTHER
                       DISPLAY INVALID-OPTION
               END-EVALUATE
           END-IF.
