      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | OUTBOUND SCHOOL NOTIFICATION FILE
      *    DAILY RUN, LAST STEP OF THE NIGHTLY JOB STREAM. THE SCHOOLS
      *    THAT SEND THEIR ORDERS THROUGH ORDIMP USED TO HEAR NOTHING
      *    BACK EXCEPT WHAT THE OFFICE PHONED THROUGH. THIS JOB BUILDS
      *    ONE FIXED-LAYOUT FILE (SCHNOTIF.DAT, SEE SCHNOTIF.cpy) WITH,
      *    PER SCHOOL, EVERYTHING THAT HAPPENED TO ITS ORDERS SINCE
      *    THE LAST RUN:
      *      - ORDERS ACCEPTED - EVERY ORDER NEW ON ORDERS.DAT, WHETHER
      *        KEYED ON RSO, IMPORTED BY ORDIMP OR GENERATED BY STOGEN
      *        FROM A STANDING ORDER;
      *      - IMPORT LINES REJECTED, WITH THE REASON ORDIMP PRINTED ON
      *        ITS IMPORT REPORT (ORDIMPRPT.DAT);
      *      - AMENDMENTS, RESCHEDULES AND CANCELLATIONS FROM THE ORDER
      *        AUDIT TRAIL (ORDAUDIT.DAT) THAT RSO AND CONFWB WRITE,
      *        WITH THE OLD AND NEW VALUES.
      *    WHERE EACH SOURCE STOPPED IS KEPT ON SCHNOTIF.CKP (SEE
      *    NOTIFCKPT.cpy), SO EVERY CHANGE GOES OUT ONCE: A RERUN ON
      *    THE SAME DAY REBUILDS THAT DAY'S FILE WHOLE, AND THE NEXT
      *    DAY CARRIES ON FROM WHERE IT ENDED. A SCHOOL NUMBER THAT IS
      *    NOT ON THE SCHOOL MASTER - A MISTYPED IMPORT LINE, AN AUDIT
      *    ROW FOR AN ORDER NO LONGER ON FILE - HAS NOWHERE TO GO AND
      *    IS COUNTED AS SKIPPED.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHNOTIF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO "ORDERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               ALTERNATE RECORD KEY IS ORD-SCHOOL-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ORD-DELIVERY-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT SCHOOL-FILE ASSIGN TO "SCHOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-ID
               FILE STATUS IS WS-SCHOOL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ORDAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT IMPREPORT-FILE ASSIGN TO "ORDIMPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPREPORT-STATUS.

      *    OPENED ONLY WHILE LOOKING FOR THE LATEST ORDIMP RUN -
      *    RUNLOG OPENS THE SAME FILE I-O ON EVERY CALL.
           SELECT RUNREG-FILE ASSIGN TO "RUNREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "SCHNOTIF.CKP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT NOTIFY-FILE ASSIGN TO "SCHNOTIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
           COPY ORDERREC.

       FD  SCHOOL-FILE.
           COPY SCHOOL.

       FD  AUDIT-FILE.
           COPY ORDAUDIT.

      *    ORDIMP'S REPORT ROWS, AS ORDIMP WRITES THEM (WS-RPT-REJECT-
      *    LINE THERE). ONLY THE "REJECTED" ROWS ARE READ - THE
      *    ACCEPTED ORDERS ARE TAKEN FROM ORDERS.DAT LIKE ALL THE
      *    OTHERS.
       FD  IMPREPORT-FILE.
       01  IMPREPORT-LINE.
           05  IRL-TAG                    PIC X(16).
               88  IRL-REJECTED           VALUE "REJECTED  LINE  ".
           05  IRL-LINE-NO                PIC X(4).
           05  FILLER                     PIC X(9).
           05  IRL-SCHOOL                 PIC X(6).
           05  FILLER                     PIC X(4).
           05  IRL-REASON                 PIC X(30).
           05  FILLER                     PIC X(63).

       FD  RUNREG-FILE.
           COPY RUNREG.

       FD  CHECKPOINT-FILE.
           COPY NOTIFCKPT.

       FD  NOTIFY-FILE.
           COPY SCHNOTIF.

       WORKING-STORAGE SECTION.
       01  WS-ORDER-STATUS                 PIC XX.
       01  WS-SCHOOL-STATUS                PIC XX.
       01  WS-AUDIT-STATUS                 PIC XX.
       01  WS-IMPREPORT-STATUS             PIC XX.
       01  WS-RUNREG-STATUS                PIC XX.
       01  WS-CHECKPOINT-STATUS            PIC XX.
       01  WS-NOTIFY-STATUS                PIC XX.

       01  WS-TODAY                        PIC 9(8).
       01  WS-AUDIT-DATE                   PIC 9(8).
       01  WS-AUDIT-ROW                    PIC 9(8).
       01  WS-SCHOOL-ID                    PIC 9(6).
       01  WS-LINE-IDX                     PIC 9(2).
       01  WS-I                            PIC S9(4) COMP.
       01  WS-J                            PIC S9(4) COMP.
       01  WS-SEQ                          PIC 9(5).
       01  WS-SCHOOL-DETAILS               PIC 9(5).
       01  WS-IMPORT-RUNS                  PIC 9(4) VALUE 0.

      *    WHERE THIS RUN STARTS AND WHERE IT GETS TO, PER SOURCE -
      *    SEE NOTIFCKPT.cpy.
       01  WS-FROM-ORDER-ID                PIC 9(6) VALUE 0.
       01  WS-FROM-AUDIT-COUNT             PIC 9(8) VALUE 0.
       01  WS-FROM-IMPORT-TS               PIC 9(14) VALUE 0.
       01  WS-TO-ORDER-ID                  PIC 9(6) VALUE 0.
       01  WS-TO-AUDIT-COUNT               PIC 9(8) VALUE 0.
       01  WS-TO-IMPORT-TS                 PIC 9(14) VALUE 0.

       01  WS-FOUND-COUNT                  PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(6) VALUE 0.
       01  WS-DETAIL-COUNT                 PIC 9(7) VALUE 0.
       01  WS-SCHOOL-COUNT                 PIC 9(5) VALUE 0.

       01  WS-CHECKPOINT-FLAG              PIC X VALUE "N".
           88  WS-CHECKPOINT-FOUND         VALUE "Y".
       01  WS-OVERFLOW-FLAG                PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW           VALUE "Y".

      *    EVERY NOTIFICATION FOUND, IN THE ORDER IT WAS FOUND, THEN
      *    SORTED INTO SCHOOL ORDER FOR THE FILE. WS-NEW-EVENT IS
      *    FILLED IN FIRST AND MOVED ONTO THE TABLE WHOLE.
       01  WS-NEW-EVENT.
           05  WS-NE-SCHOOL                PIC 9(6).
           05  WS-NE-EVENT                 PIC X(3).
           05  WS-NE-ORDER-ID              PIC 9(6).
           05  WS-NE-DELIVERY-DATE         PIC 9(8).
           05  WS-NE-DELIVERY-TIME         PIC 9(4).
           05  WS-NE-TS                    PIC 9(14).
           05  WS-NE-FIELD                 PIC X(20).
           05  WS-NE-OLD-VALUE             PIC X(60).
           05  WS-NE-NEW-VALUE             PIC X(60).
           05  WS-NE-SANDWICH-ID           PIC 9(6).
           05  WS-NE-QUANTITY              PIC 9(5).
           05  WS-NE-UNIT-PRICE            PIC 9(5)V99.
       01  WS-EV-COUNT                     PIC S9(4) COMP VALUE 0.
       01  WS-EV-TABLE.
           05  WS-EV-ENTRY OCCURS 5000 TIMES.
               10  WS-EV-SCHOOL            PIC 9(6).
               10  WS-EV-EVENT             PIC X(3).
               10  WS-EV-ORDER-ID          PIC 9(6).
               10  WS-EV-DELIVERY-DATE     PIC 9(8).
               10  WS-EV-DELIVERY-TIME     PIC 9(4).
               10  WS-EV-TS                PIC 9(14).
               10  WS-EV-FIELD             PIC X(20).
               10  WS-EV-OLD-VALUE         PIC X(60).
               10  WS-EV-NEW-VALUE         PIC X(60).
               10  WS-EV-SANDWICH-ID       PIC 9(6).
               10  WS-EV-QUANTITY          PIC 9(5).
               10  WS-EV-UNIT-PRICE        PIC 9(5)V99.
       01  WS-EV-SWAP                      PIC X(199).

      *    RUN REGISTER HANDSHAKE - ONE RUNLOG CALL AT START (WITH THE
      *    BUSINESS DATE AS THE RUN PARAMETER), ONE AT END WITH THE
      *    COUNTS, SO THE RUN LEAVES A RUNREG.DAT TRACE.
           COPY RUNLOGAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           SET RLG-START TO TRUE
           MOVE "SCHNOTIF" TO RLG-JOB-NAME
           MOVE WS-TODAY TO RLG-PARAMETERS
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
           PERFORM OPEN-FILES-PARA
           PERFORM READ-CHECKPOINT-PARA
           PERFORM COLLECT-NEW-ORDERS-PARA
           PERFORM COLLECT-IMPORT-REJECTS-PARA
           PERFORM COLLECT-AUDIT-ROWS-PARA
      *    A FULL TABLE MEANS NOTIFICATIONS WOULD BE LOST. NO FILE IS
      *    WRITTEN, THE CHECKPOINT IS LEFT WHERE IT WAS AND THE RUN IS
      *    NOT CLOSED OFF ON RUNREG.DAT, SO JOBSTRM STOPS AT THIS STEP
      *    AND RUNINQ SHOWS IT AS NOT FINISHED.
           IF WS-TABLE-OVERFLOW
               PERFORM CLOSE-FILES-PARA
               DISPLAY "NOTIFICATION TABLE FULL - NO FILE WRITTEN, CHECK
      -            "POINT NOT MOVED"
               GOBACK
           END-IF
           PERFORM SORT-EVENTS-PARA
           PERFORM WRITE-NOTIFY-FILE-PARA
           PERFORM CLOSE-FILES-PARA
           PERFORM WRITE-CHECKPOINT-PARA
           DISPLAY "SCHOOL NOTIFICATIONS COMPLETE - SCHOOLS: "
               WS-SCHOOL-COUNT " RECORDS: " WS-DETAIL-COUNT
               " SKIPPED: " WS-SKIPPED-COUNT
           IF WS-IMPORT-RUNS > 1
               DISPLAY "WARNING: " WS-IMPORT-RUNS " ORDIMP RUNS SINCE TH
      -            "E LAST NOTIFICATIONS - ONLY THE LAST IMPORT REPORT W
      -            "AS STILL ON DISK"
           END-IF
           SET RLG-END TO TRUE
           MOVE WS-FOUND-COUNT   TO RLG-READ-COUNT
           MOVE WS-DETAIL-COUNT  TO RLG-WRITE-COUNT
           MOVE WS-SKIPPED-COUNT TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
      *    GOBACK (NOT STOP RUN) SO THE NIGHTLY JOB-STREAM DRIVER
      *    (JOBSTRM) GETS CONTROL BACK, AS FOR STOGEN.
           GOBACK.

       OPEN-FILES-PARA.
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "35"
               CLOSE ORDER-FILE
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN INPUT ORDER-FILE
           END-IF
           OPEN INPUT SCHOOL-FILE
           IF WS-SCHOOL-STATUS = "35"
               CLOSE SCHOOL-FILE
               OPEN OUTPUT SCHOOL-FILE
               CLOSE SCHOOL-FILE
               OPEN INPUT SCHOOL-FILE
           END-IF.

       CLOSE-FILES-PARA.
           CLOSE ORDER-FILE
           CLOSE SCHOOL-FILE.

      ******************************************************************
      *    WHERE TO START
      ******************************************************************
      *    A RERUN FOR THE SAME BUSINESS DATE STARTS FROM THE SAME
      *    PLACE AS THE FIRST RUN THAT DAY; A NEW DATE STARTS WHERE THE
      *    LAST RUN STOPPED.
       READ-CHECKPOINT-PARA.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET WS-CHECKPOINT-FOUND TO TRUE
                       IF NCK-BUSINESS-DATE = WS-TODAY
                           MOVE NCK-FROM-ORDER-ID
                               TO WS-FROM-ORDER-ID
                           MOVE NCK-FROM-AUDIT-COUNT
                               TO WS-FROM-AUDIT-COUNT
                           MOVE NCK-FROM-IMPORT-TS
                               TO WS-FROM-IMPORT-TS
                       ELSE
                           MOVE NCK-TO-ORDER-ID
                               TO WS-FROM-ORDER-ID
                           MOVE NCK-TO-AUDIT-COUNT
                               TO WS-FROM-AUDIT-COUNT
                           MOVE NCK-TO-IMPORT-TS
                               TO WS-FROM-IMPORT-TS
                       END-IF
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE
           IF NOT WS-CHECKPOINT-FOUND
               PERFORM FIND-FIRST-RUN-MARKS-PARA
           END-IF.

      *    THE VERY FIRST RUN HAS NO CHECKPOINT. RATHER THAN SEND EVERY
      *    SCHOOL ITS WHOLE ORDER HISTORY, IT STARTS AT THE BEGINNING
      *    OF THE BUSINESS DATE: ORDERS TAKEN TODAY, AUDIT ROWS WRITTEN
      *    TODAY AND ANY IMPORT RUN STARTED TODAY.
       FIND-FIRST-RUN-MARKS-PARA.
           MOVE LOW-VALUES TO ORDER-RECORD
           START ORDER-FILE KEY IS NOT LESS THAN ORD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       IF ORD-ORDER-DATE < WS-TODAY
                           MOVE ORD-ID TO WS-FROM-ORDER-ID
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ORDER-STATUS
           MOVE 0 TO WS-AUDIT-ROW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   READ AUDIT-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-AUDIT-ROW
                           COMPUTE WS-AUDIT-DATE =
                               OA-TIMESTAMP / 1000000
                           IF WS-AUDIT-DATE < WS-TODAY
                               MOVE WS-AUDIT-ROW TO WS-FROM-AUDIT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           COMPUTE WS-FROM-IMPORT-TS = WS-TODAY * 1000000.

      ******************************************************************
      *    ORDERS ACCEPTED SINCE THE LAST RUN
      ******************************************************************
      *    EVERY ORDER ID PAST THE MARK. AN ORDER ALREADY AMENDED OR
      *    CANCELLED BEFORE ITS FIRST NOTIFICATION IS STILL SENT AS
      *    ACCEPTED, AS IT STANDS NOW - THE CHANGE FOLLOWS IT FROM THE
      *    AUDIT TRAIL.
       COLLECT-NEW-ORDERS-PARA.
           MOVE WS-FROM-ORDER-ID TO WS-TO-ORDER-ID
           MOVE WS-FROM-ORDER-ID TO ORD-ID
           START ORDER-FILE KEY IS GREATER THAN ORD-ID
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL WS-ORDER-STATUS NOT = "00"
               OR WS-TABLE-OVERFLOW
               READ ORDER-FILE NEXT RECORD
                   AT END EXIT PERFORM
                   NOT AT END
                       MOVE ORD-ID TO WS-TO-ORDER-ID
                       ADD 1 TO WS-FOUND-COUNT
                       PERFORM ADD-ACCEPTED-ORDER-PARA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ORDER-STATUS.

       ADD-ACCEPTED-ORDER-PARA.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
               INITIALIZE WS-NEW-EVENT
               MOVE ORD-SCHOOL-ID         TO WS-NE-SCHOOL
               MOVE "ACC"                 TO WS-NE-EVENT
               MOVE ORD-ID                TO WS-NE-ORDER-ID
               MOVE ORD-DELIVERY-DATE     TO WS-NE-DELIVERY-DATE
               MOVE ORD-DELIVERY-TIME     TO WS-NE-DELIVERY-TIME
               COMPUTE WS-NE-TS = ORD-ORDER-DATE * 1000000
               MOVE "ORDER LINE"          TO WS-NE-FIELD
               MOVE ORD-SANDWICH-ID(WS-LINE-IDX) TO WS-NE-SANDWICH-ID
               MOVE ORD-QUANTITY(WS-LINE-IDX)    TO WS-NE-QUANTITY
               MOVE ORD-UNIT-PRICE(WS-LINE-IDX)  TO WS-NE-UNIT-PRICE
               PERFORM ADD-EVENT-PARA
           END-PERFORM.

      ******************************************************************
      *    IMPORT LINES REJECTED SINCE THE LAST RUN
      ******************************************************************
      *    ORDIMPRPT.DAT ONLY EVER HOLDS THE LATEST IMPORT RUN'S
      *    REPORT. IT IS SENT WHEN THAT RUN - THE LATEST ORDIMP RUN
      *    CLOSED OFF ON RUNREG.DAT - STARTED AFTER THE ONE ALREADY
      *    SENT. ONE KEYED START AT "ORDIMP" + THE MARK, READ UNTIL THE
      *    JOB NAME CHANGES.
       COLLECT-IMPORT-REJECTS-PARA.
           MOVE WS-FROM-IMPORT-TS TO WS-TO-IMPORT-TS
           OPEN INPUT RUNREG-FILE
           IF WS-RUNREG-STATUS = "00"
               MOVE "ORDIMP"          TO RR-JOB-NAME
               MOVE WS-FROM-IMPORT-TS TO RR-START-TS
               START RUNREG-FILE KEY IS GREATER THAN RR-KEY
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL WS-RUNREG-STATUS NOT = "00"
                   READ RUNREG-FILE NEXT RECORD
                       AT END EXIT PERFORM
                       NOT AT END
                           IF RR-JOB-NAME NOT = "ORDIMP"
                               EXIT PERFORM
                           END-IF
                           IF RR-COMPLETE
                               ADD 1 TO WS-IMPORT-RUNS
                               MOVE RR-START-TS TO WS-TO-IMPORT-TS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUNREG-FILE
           IF WS-TO-IMPORT-TS > WS-FROM-IMPORT-TS
               AND NOT WS-TABLE-OVERFLOW
               OPEN INPUT IMPREPORT-FILE
               IF WS-IMPREPORT-STATUS = "00"
                   PERFORM UNTIL WS-IMPREPORT-STATUS NOT = "00"
                       READ IMPREPORT-FILE
                           AT END EXIT PERFORM
                           NOT AT END
                               IF IRL-REJECTED
                                   ADD 1 TO WS-FOUND-COUNT
                                   PERFORM ADD-REJECTED-LINE-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE IMPREPORT-FILE
               END-IF
           END-IF.

      *    THE SCHOOL ON THE REJECT ROW IS WHATEVER THE SCHOOL SENT -
      *    ONLY A NUMBER ON THE SCHOOL MASTER CAN BE ANSWERED.
       ADD-REJECTED-LINE-PARA.
           MOVE 0 TO WS-SCHOOL-ID
           IF FUNCTION TEST-NUMVAL(IRL-SCHOOL) = 0
               COMPUTE WS-SCHOOL-ID = FUNCTION NUMVAL(IRL-SCHOOL)
           END-IF
           MOVE WS-SCHOOL-ID TO SCH-ID
           IF WS-SCHOOL-ID = 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               READ SCHOOL-FILE
                   INVALID KEY
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       INITIALIZE WS-NEW-EVENT
                       MOVE WS-SCHOOL-ID    TO WS-NE-SCHOOL
                       MOVE "REJ"           TO WS-NE-EVENT
                       MOVE WS-TO-IMPORT-TS TO WS-NE-TS
                       STRING "IMPORT LINE " IRL-LINE-NO
                           DELIMITED BY SIZE INTO WS-NE-FIELD
                       MOVE IRL-REASON      TO WS-NE-NEW-VALUE
                       PERFORM ADD-EVENT-PARA
               END-READ
           END-IF.

      ******************************************************************
      *    AMENDMENTS, RESCHEDULES AND CANCELLATIONS SINCE THE LAST RUN
      ******************************************************************
      *    EVERY AUDIT ROW PAST THE MARK, ADDRESSED TO THE SCHOOL OF
      *    THE ORDER IT IS ABOUT. A DELIVERY-DATE AMENDMENT IS A
      *    RESCHEDULE; THE DELIVERY DATE SENT WITH EVERY ROW IS THE
      *    ORDER'S DATE AS IT STANDS NOW.
       COLLECT-AUDIT-ROWS-PARA.
           MOVE WS-FROM-AUDIT-COUNT TO WS-TO-AUDIT-COUNT
           MOVE 0 TO WS-AUDIT-ROW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                   OR WS-TABLE-OVERFLOW
                   READ AUDIT-FILE
                       AT END EXIT PERFORM
                       NOT AT END
                           ADD 1 TO WS-AUDIT-ROW
                           IF WS-AUDIT-ROW > WS-FROM-AUDIT-COUNT
                               MOVE WS-AUDIT-ROW TO WS-TO-AUDIT-COUNT
                               ADD 1 TO WS-FOUND-COUNT
                               PERFORM ADD-AUDIT-ROW-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       ADD-AUDIT-ROW-PARA.
           MOVE OA-ORDER-ID TO ORD-ID
           READ ORDER-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   INITIALIZE WS-NEW-EVENT
                   MOVE ORD-SCHOOL-ID     TO WS-NE-SCHOOL
                   EVALUATE TRUE
                       WHEN OA-ACTION = "CANCEL"
                           MOVE "CAN" TO WS-NE-EVENT
                       WHEN OA-FIELD = "DELIVERY DATE"
                           MOVE "RSC" TO WS-NE-EVENT
                       WHEN OTHER
                           MOVE "AMD" TO WS-NE-EVENT
                   END-EVALUATE
                   MOVE ORD-ID            TO WS-NE-ORDER-ID
                   MOVE ORD-DELIVERY-DATE TO WS-NE-DELIVERY-DATE
                   MOVE ORD-DELIVERY-TIME TO WS-NE-DELIVERY-TIME
                   MOVE OA-TIMESTAMP      TO WS-NE-TS
                   MOVE OA-FIELD          TO WS-NE-FIELD
                   MOVE OA-OLD-VALUE      TO WS-NE-OLD-VALUE
                   MOVE OA-NEW-VALUE      TO WS-NE-NEW-VALUE
                   PERFORM ADD-EVENT-PARA
           END-READ.

       ADD-EVENT-PARA.
           IF WS-EV-COUNT >= 5000
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-EV-COUNT
               MOVE WS-NEW-EVENT TO WS-EV-ENTRY(WS-EV-COUNT)
           END-IF.

      ******************************************************************
      *    THE FILE
      ******************************************************************
      *    INTO SCHOOL ORDER - SAME SIMPLE EXCHANGE SORT AS DAYSHEET'S
      *    RUN SHEET. ONLY A STRICTLY GREATER SCHOOL IS SWAPPED, SO
      *    EACH SCHOOL'S NOTIFICATIONS KEEP THE ORDER THEY WERE FOUND
      *    IN.
       SORT-EVENTS-PARA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-EV-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-EV-COUNT - WS-I
                   IF WS-EV-SCHOOL(WS-J) > WS-EV-SCHOOL(WS-J + 1)
                       MOVE WS-EV-ENTRY(WS-J)     TO WS-EV-SWAP
                       MOVE WS-EV-ENTRY(WS-J + 1) TO WS-EV-ENTRY(WS-J)
                       MOVE WS-EV-SWAP TO WS-EV-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    THE TRAILER IS WRITTEN EVEN ON A DAY WITH NOTHING TO SEND,
      *    SO THE SCHOOLS' SIDE CAN TELL AN EMPTY DAY FROM A LOST FILE.
       WRITE-NOTIFY-FILE-PARA.
           OPEN OUTPUT NOTIFY-FILE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EV-COUNT
               IF WS-I = 1
                   PERFORM WRITE-SCHOOL-HEADER-PARA
               ELSE
                   IF WS-EV-SCHOOL(WS-I) NOT = WS-EV-SCHOOL(WS-I - 1)
                       PERFORM WRITE-SCHOOL-HEADER-PARA
                   END-IF
               END-IF
               PERFORM WRITE-DETAIL-PARA
           END-PERFORM
           MOVE SPACES TO NOTIFY-RECORD
           SET NTF-TRAILER TO TRUE
           MOVE 0               TO NTF-SCHOOL-ID
           MOVE WS-TODAY        TO NTF-BUSINESS-DATE
           MOVE WS-SCHOOL-COUNT TO NTF-TOTAL-SCHOOLS
           MOVE WS-DETAIL-COUNT TO NTF-TOTAL-DETAILS
           WRITE NOTIFY-RECORD
           CLOSE NOTIFY-FILE.

       WRITE-SCHOOL-HEADER-PARA.
           MOVE 0 TO WS-SCHOOL-DETAILS
           PERFORM VARYING WS-J FROM WS-I BY 1
               UNTIL WS-J > WS-EV-COUNT
               OR WS-EV-SCHOOL(WS-J) NOT = WS-EV-SCHOOL(WS-I)
               ADD 1 TO WS-SCHOOL-DETAILS
           END-PERFORM
           MOVE WS-EV-SCHOOL(WS-I) TO SCH-ID
           READ SCHOOL-FILE
               INVALID KEY MOVE SPACES TO SCH-NAME
               NOT INVALID KEY CONTINUE
           END-READ
           MOVE SPACES TO NOTIFY-RECORD
           SET NTF-HEADER TO TRUE
           MOVE WS-EV-SCHOOL(WS-I) TO NTF-SCHOOL-ID
           MOVE WS-TODAY           TO NTF-BUSINESS-DATE
           MOVE SCH-NAME           TO NTF-SCHOOL-NAME
           MOVE WS-SCHOOL-DETAILS  TO NTF-SCHOOL-DETAILS
           WRITE NOTIFY-RECORD
           ADD 1 TO WS-SCHOOL-COUNT
           MOVE 0 TO WS-SEQ.

       WRITE-DETAIL-PARA.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO NOTIFY-RECORD
           SET NTF-DETAIL TO TRUE
           MOVE WS-EV-SCHOOL(WS-I)        TO NTF-SCHOOL-ID
           MOVE WS-TODAY                  TO NTF-BUSINESS-DATE
           MOVE WS-SEQ                    TO NTF-SEQ
           MOVE WS-EV-EVENT(WS-I)         TO NTF-EVENT
           MOVE WS-EV-ORDER-ID(WS-I)      TO NTF-ORDER-ID
           MOVE WS-EV-DELIVERY-DATE(WS-I) TO NTF-DELIVERY-DATE
           MOVE WS-EV-DELIVERY-TIME(WS-I) TO NTF-DELIVERY-TIME
           MOVE WS-EV-TS(WS-I)            TO NTF-EVENT-TS
           MOVE WS-EV-FIELD(WS-I)         TO NTF-FIELD
           MOVE WS-EV-OLD-VALUE(WS-I)     TO NTF-OLD-VALUE
           MOVE WS-EV-NEW-VALUE(WS-I)     TO NTF-NEW-VALUE
           MOVE WS-EV-SANDWICH-ID(WS-I)   TO NTF-SANDWICH-ID
           MOVE WS-EV-QUANTITY(WS-I)      TO NTF-QUANTITY
           MOVE WS-EV-UNIT-PRICE(WS-I)    TO NTF-UNIT-PRICE
           WRITE NOTIFY-RECORD
           ADD 1 TO WS-DETAIL-COUNT.

      *    ONLY ONCE THE FILE IS SAFELY CLOSED - A RUN THAT DIES
      *    BEFORE THIS LEAVES THE MARKS WHERE THEY WERE, AND THE RERUN
      *    BUILDS THE SAME FILE AGAIN.
       WRITE-CHECKPOINT-PARA.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-TODAY            TO NCK-BUSINESS-DATE
           MOVE WS-FROM-ORDER-ID    TO NCK-FROM-ORDER-ID
           MOVE WS-FROM-AUDIT-COUNT TO NCK-FROM-AUDIT-COUNT
           MOVE WS-FROM-IMPORT-TS   TO NCK-FROM-IMPORT-TS
           MOVE WS-TO-ORDER-ID      TO NCK-TO-ORDER-ID
           MOVE WS-TO-AUDIT-COUNT   TO NCK-TO-AUDIT-COUNT
           MOVE WS-TO-IMPORT-TS     TO NCK-TO-IMPORT-TS
           WRITE NOTIFY-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
