      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | ACCOUNTING PERIOD CLOSE
      *    SUPERVISOR SCREEN, WORKED ONCE INVOICE HAS RUN FOR A MONTH.
      *    CLOSING A PERIOD (YYYYMM) RECORDS IT ON PERIODS.DAT; FROM
      *    THEN ON RSO WILL NOT AMEND OR CANCEL, DLVCONF WILL NOT
      *    CONFIRM AND CONFWB WILL NOT MOVE OR CANCEL AN ORDER
      *    DELIVERED IN THAT MONTH, AND INVOICE WILL NOT RUN FOR IT -
      *    SO THE INVOICES ON INVREG.DAT KEEP MATCHING THE ORDERS.
      *    ANY LATER CORRECTION IS MADE THROUGH CRNOTE. A CLOSED
      *    PERIOD CAN BE REOPENED HERE, WITH A REASON; EVERY CLOSE AND
      *    REOPEN IS WRITTEN TO THE PERAUDIT.DAT TRAIL WITH THE
      *    OPERATOR AND TIMESTAMP.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               FILE STATUS IS WS-INVREG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "PERAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERIODCL.

       FD  INVREG-FILE.
           COPY INVREG.

       FD  AUDIT-FILE.
           COPY PERAUDIT.

       WORKING-STORAGE SECTION.
           COPY PERCLOSECONSTANTS.

       01  WS-PERIOD-STATUS                PIC XX.
       01  WS-INVREG-STATUS                PIC XX.
       01  WS-AUDIT-STATUS                 PIC XX.

       01  WS-EXIT-FLAG                    PIC X VALUE "N".
           88  WS-EXIT                     VALUE "Y".
       01  WS-MENU-OPTION                  PIC 9.
       01  WS-YN                           PIC X.
       01  WS-PERIOD                       PIC 9(6).
       01  WS-PERIOD-MONTH                 PIC 9(2).
       01  WS-CURRENT-PERIOD               PIC 9(6).
       01  WS-REASON                       PIC X(60).
       01  WS-NOW-TIMESTAMP                PIC 9(14).
       01  WS-LIST-COUNT                   PIC 9(4).
       01  WS-PERIOD-VALID-FLAG            PIC X VALUE "Y".
           88  WS-PERIOD-IS-VALID          VALUE "Y".
       01  WS-PERIOD-FOUND-FLAG            PIC X VALUE "N".
           88  WS-PERIOD-FOUND             VALUE "Y".
       01  WS-INVOICED-FLAG                PIC X VALUE "N".
           88  WS-INVOICED                 VALUE "Y".

      *    SIGNED-ON OPERATOR - THIS WHOLE SCREEN IS RESERVED FOR
      *    SUPERVISORS, AND THE OPERATOR ID GOES ON EVERY AUDIT ROW.
           COPY SIGNONAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SIGNON" USING SIGNON-AREA END-CALL
           IF NOT SGN-OK
               STOP RUN
           END-IF
           IF NOT SGN-SUPERVISOR
               DISPLAY NOT-AUTHORIZED
               STOP RUN
           END-IF
           PERFORM INITIALIZATION-PARA
           PERFORM UNTIL WS-EXIT
               DISPLAY MAIN-TEXT
               DISPLAY OPTION-CLOSE1
               DISPLAY OPTION-REOPEN2
               DISPLAY OPTION-LIST3
               DISPLAY OPTION-EXIT4
               DISPLAY ACCEPT-OPTION
               ACCEPT WS-MENU-OPTION
               EVALUATE WS-MENU-OPTION
                   WHEN 1 PERFORM CLOSE-PERIOD-PARA
                   WHEN 2 PERFORM REOPEN-PERIOD-PARA
                   WHEN 3 PERFORM LIST-PERIODS-PARA
                   WHEN 4 SET WS-EXIT TO TRUE
                   WHEN OTHER DISPLAY OPTION-ERROR
               END-EVALUATE
           END-PERFORM
           PERFORM TERMINATION-PARA
           STOP RUN.

       INITIALIZATION-PARA.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               CLOSE PERIOD-FILE
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           OPEN INPUT INVREG-FILE
           IF WS-INVREG-STATUS = "35"
               CLOSE INVREG-FILE
               OPEN OUTPUT INVREG-FILE
               CLOSE INVREG-FILE
               OPEN INPUT INVREG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-PERIOD.

       TERMINATION-PARA.
           CLOSE PERIOD-FILE
           CLOSE INVREG-FILE.

      *    SAME PERIOD RULE AS INVOICE'S MAIN-PARA: YYYYMM, MONTH 1-12,
      *    NOTHING BEFORE 2000.
       ACCEPT-PERIOD-PARA.
           SET WS-PERIOD-IS-VALID TO TRUE
           DISPLAY REQUEST-PERIOD-TEXT
           ACCEPT WS-PERIOD
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD < 200001 OR WS-PERIOD-MONTH < 1
               OR WS-PERIOD-MONTH > 12
               DISPLAY INVALID-PERIOD
               MOVE "N" TO WS-PERIOD-VALID-FLAG
           ELSE
               MOVE "N" TO WS-PERIOD-FOUND-FLAG
               MOVE WS-PERIOD TO PCL-PERIOD
               READ PERIOD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-PERIOD-FOUND TO TRUE
               END-READ
           END-IF.

      ******************************************************************
      *    OPTION 1 - CLOSE A PERIOD
      ******************************************************************
      *    CLOSING BEFORE INVOICE HAS RUN IS ALLOWED (A MONTH WITH NO
      *    DELIVERIES HAS NOTHING TO BILL) BUT WARNED ABOUT, SINCE THE
      *    CLOSE ITSELF STOPS INVOICE RUNNING FOR THE MONTH. THE
      *    CURRENT MONTH CANNOT BE CLOSED - ORDERS ARE STILL BEING
      *    TAKEN AND DELIVERED IN IT.
       CLOSE-PERIOD-PARA.
           PERFORM ACCEPT-PERIOD-PARA
           IF WS-PERIOD-IS-VALID
               IF WS-PERIOD >= WS-CURRENT-PERIOD
                   DISPLAY PERIOD-NOT-ENDED
               ELSE
                   IF WS-PERIOD-FOUND AND PCL-CLOSED
                       DISPLAY ALREADY-CLOSED
                   ELSE
                       PERFORM CHECK-PERIOD-INVOICED-PARA
                       IF NOT WS-INVOICED
                           DISPLAY NOT-INVOICED-WARNING
                       END-IF
                       PERFORM CONFIRM-CLOSE-PARA
                   END-IF
               END-IF
           END-IF.

       CONFIRM-CLOSE-PARA.
           DISPLAY MESSAGE-CLOSE
           ACCEPT WS-YN
           EVALUATE TRUE
               WHEN WS-YN = "Y" OR WS-YN = "y"
                   SET PCL-CLOSED TO TRUE
                   PERFORM SAVE-PERIOD-PARA
                   MOVE "CLOSE" TO PA-ACTION
                   MOVE SPACES TO WS-REASON
                   PERFORM WRITE-AUDIT-PARA
                   DISPLAY MESSAGE-CLOSE-YES
               WHEN WS-YN = "N" OR WS-YN = "n"
                   DISPLAY MESSAGE-CLOSE-NO
               WHEN OTHER
                   DISPLAY INVALID-OPTION
           END-EVALUATE.

      *    ANY PERIOD INVOICE (NOT A CREDIT NOTE) ON THE REGISTER.
       CHECK-PERIOD-INVOICED-PARA.
           MOVE "N" TO WS-INVOICED-FLAG
           MOVE LOW-VALUES TO INVOICE-REGISTER-RECORD
           START INVREG-FILE KEY IS NOT LESS THAN INV-NUMBER
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-INVREG-STATUS NOT = "00"
               READ INVREG-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF INV-PERIOD = WS-PERIOD
                           AND NOT INV-CREDIT-NOTE
                           SET WS-INVOICED TO TRUE
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    OPTION 2 - REOPEN A CLOSED PERIOD
      ******************************************************************
       REOPEN-PERIOD-PARA.
           PERFORM ACCEPT-PERIOD-PARA
           IF WS-PERIOD-IS-VALID
               IF NOT WS-PERIOD-FOUND OR NOT PCL-CLOSED
                   DISPLAY NOT-CLOSED
               ELSE
                   DISPLAY REQUEST-REASON-TEXT
                   MOVE SPACES TO WS-REASON
                   ACCEPT WS-REASON
                   IF WS-REASON = SPACES
                       DISPLAY REASON-REQUIRED
                   ELSE
                       PERFORM CONFIRM-REOPEN-PARA
                   END-IF
               END-IF
           END-IF.

       CONFIRM-REOPEN-PARA.
           DISPLAY MESSAGE-REOPEN
           ACCEPT WS-YN
           EVALUATE TRUE
               WHEN WS-YN = "Y" OR WS-YN = "y"
                   SET PCL-REOPENED TO TRUE
                   PERFORM SAVE-PERIOD-PARA
                   MOVE "REOPEN" TO PA-ACTION
                   PERFORM WRITE-AUDIT-PARA
                   DISPLAY MESSAGE-REOPEN-YES
               WHEN WS-YN = "N" OR WS-YN = "n"
                   DISPLAY MESSAGE-REOPEN-NO
               WHEN OTHER
                   DISPLAY INVALID-OPTION
           END-EVALUATE.

      *    PCL-STATUS IS SET BY THE CALLER. A MONTH CLOSED FOR THE
      *    FIRST TIME GETS ITS RECORD WRITTEN; A REOPENED ONE BEING
      *    CLOSED AGAIN (OR A CLOSED ONE REOPENED) IS REWRITTEN.
       SAVE-PERIOD-PARA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TIMESTAMP
           MOVE WS-PERIOD        TO PCL-PERIOD
           MOVE SGN-OPERATOR-ID  TO PCL-CHANGED-BY
           MOVE WS-NOW-TIMESTAMP TO PCL-CHANGED-TS
           IF WS-PERIOD-FOUND
               REWRITE PERIOD-STATUS-RECORD
           ELSE
               WRITE PERIOD-STATUS-RECORD
           END-IF.

      *    PA-ACTION IS SET BY THE CALLER; WS-NOW-TIMESTAMP IS THE ONE
      *    JUST STAMPED ON THE PERIOD RECORD.
       WRITE-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE WS-PERIOD        TO PA-PERIOD
           MOVE WS-REASON        TO PA-REASON
           MOVE WS-NOW-TIMESTAMP TO PA-TIMESTAMP
           MOVE SGN-OPERATOR-ID  TO PA-OPERATOR
           WRITE PERIOD-AUDIT-RECORD
           CLOSE AUDIT-FILE.

      ******************************************************************
      *    OPTION 3 - LIST CLOSED PERIODS
      ******************************************************************
       LIST-PERIODS-PARA.
           MOVE 0 TO WS-LIST-COUNT
           MOVE LOW-VALUES TO PERIOD-STATUS-RECORD
           START PERIOD-FILE KEY IS NOT LESS THAN PCL-PERIOD
               INVALID KEY CONTINUE
           END-START
           DISPLAY LIST-HEADER-TEXT
           PERFORM UNTIL WS-PERIOD-STATUS NOT = "00"
               READ PERIOD-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       IF PCL-CLOSED
                           DISPLAY PCL-PERIOD "  " STATUS-CLOSED-TEXT
                               "  " PCL-CHANGED-BY "    " PCL-CHANGED-TS
                       ELSE
                           DISPLAY PCL-PERIOD "  " STATUS-REOPENED-TEXT
                               "  " PCL-CHANGED-BY "    " PCL-CHANGED-TS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LIST-COUNT = 0
               DISPLAY NO-PERIODS-TEXT
           END-IF.
