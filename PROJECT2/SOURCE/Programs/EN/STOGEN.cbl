      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | STANDING ORDER GENERATION BATCH JOB
      *    RUN AS A STEP OF THE NIGHTLY JOB STREAM (JOBSTRM) - ITS
      *    DUPLICATE CHECK MAKES A NIGHTLY RERUN OVER THE SAME SEVEN-
      *    DAY WINDOW HARMLESS. TURNS EVERY ACTIVE
      *    STANDING ORDER (STANDORD.DAT, MAINTAINED THROUGH STOMNT)
      *    INTO CONCRETE ORDERS.DAT RECORDS FOR THE COMING SEVEN DAYS.
      *    EACH GENERATED ORDER GOES THROUGH THE SAME RULES AS ONE
               10  WS-LINE-QUANTITY        PIC 9(5).
               10  WS-LINE-UNIT-PRICE      PIC 9(5)V99.
               10  WS-LINE-LINE-PRICE      PIC 9(7)V99.
               10  WS-LINE-LIST-PRICE      PIC 9(5)V99.
       01  WS-TOTAL-PRICE                  PIC 9(9)V99.
       01  WS-PRICE-IDX                    PIC 9(2).

      *    SCHOOL PRICE AGREEMENTS - EVERY LINE IS PRICED THROUGH THE
      *    SHARED SCHPRICE SUBPROGRAM FROM ITS LIST PRICE, AS IN RSO.
           COPY SCHPRICEAREA.

      *    RUN REGISTER HANDSHAKE - THE GENERATED/SKIPPED COUNTS AND
      *    SKIP REASONS USED TO GO TO DISPLAY AND SCROLL AWAY; MORE
           MOVE WS-GEN-COUNT  TO RLG-WRITE-COUNT
           MOVE WS-SKIP-COUNT TO RLG-SKIP-COUNT
           CALL "RUNLOG" USING RUNLOG-AREA END-CALL
      *    GOBACK (NOT STOP RUN) SO THE NIGHTLY JOB-STREAM DRIVER
      *    (JOBSTRM) GETS CONTROL BACK AND CAN CHECK THE RUN ON
      *    RUNREG.DAT; GOBACK STILL ENDS THE PROGRAM CLEANLY WHEN IT IS
      *    STARTED ON ITS OWN.
           GOBACK.

       INITIALIZATION-PARA.
      *    LAND ANY SCHEDULED PRICE CHANGE WHOSE EFFECTIVE DATE HAS
               MOVE "DAILY CAPACITY" TO WS-SKIP-REASON
               MOVE "N" TO WS-GEN-OK-FLAG
           ELSE
               PERFORM PRICE-LINE-PARA
               COMPUTE WS-LINE-LINE-PRICE(WS-L) =
                   SPR-UNIT-PRICE * WS-QUANTITY
                   ON SIZE ERROR
                       MOVE "LINE PRICE OVERFLOW" TO WS-SKIP-REASON
                       MOVE "N" TO WS-GEN-OK-FLAG
                           TO WS-LINE-SANDWICH-ID(WS-L)
                       MOVE WS-QUANTITY
                           TO WS-LINE-QUANTITY(WS-L)
                       MOVE SPR-UNIT-PRICE
                           TO WS-LINE-UNIT-PRICE(WS-L)
                       MOVE SW-PRICE
                           TO WS-LINE-LIST-PRICE(WS-L)
                       ADD WS-LINE-LINE-PRICE(WS-L)
                           TO WS-TOTAL-PRICE
               END-COMPUTE
               NOT INVALID KEY MOVE CL-BOOKED-QTY TO WS-DAY-TOTAL
           END-READ.

      *    THE FREEZE POINT FOR THE LINE'S UNIT PRICE. THE VOLUME
      *    THRESHOLD SEES THE WHOLE STANDING ORDER'S QUANTITY OF THE
      *    SANDWICH. AN AGREED PRICE IS NEVER ABOVE THE LIST PRICE, SO
      *    THE LINE-PRICE OVERFLOW GUARD STILL HOLDS.
       PRICE-LINE-PARA.
           MOVE STO-SCHOOL-ID  TO SPR-SCHOOL-ID
           MOVE WS-SANDWICH-ID TO SPR-SANDWICH-ID
           MOVE WS-GEN-DATE    TO SPR-DELIVERY-DATE
           MOVE SW-PRICE       TO SPR-LIST-PRICE
           MOVE WS-NEXT-ID     TO SPR-ORDER-ID
           MOVE 0              TO SPR-ORDER-QTY
           PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > STO-LINE-COUNT
               IF STO-SANDWICH-ID(WS-PRICE-IDX) = WS-SANDWICH-ID
                   ADD STO-QUANTITY(WS-PRICE-IDX) TO SPR-ORDER-QTY
               END-IF
           END-PERFORM
           PERFORM CALL-SCHPRICE-PARA.

      *    SCHPRICE OPENS ORDERS.DAT FOR ITSELF TO ADD UP THE MONTHLY
      *    VOLUME - THE TWO OPENS MUST NEVER OVERLAP (SAME RULE AS
      *    CAM'S CALL-CAMRECON-PARA), SO ORDER-FILE IS CLOSED AROUND
      *    THE CALL. NOTHING IS READ FROM ORDER-FILE ACROSS IT - THE
      *    ORDER IS BUILT FROM THE STAGED LINES ONLY AFTERWARDS.
       CALL-SCHPRICE-PARA.
           CLOSE ORDER-FILE
           CALL "SCHPRICE" USING SCHPRICE-AREA END-CALL
           OPEN I-O ORDER-FILE.

      *    SAME "CAP-" + SW-ID PARAMETER PREFERENCE RSO'S
      *    GET-EFFECTIVE-CAPACITY-PARA APPLIES, WITH THE SANDWICH
      *    MASTER VALUE AS THE FALLBACK.
      *    DELIVERY TIMESTAMP AND ZERO CONFIRMED QUANTITIES, NEVER
      *    WITH ANOTHER ORDER'S CONFIRMATION (SEE ORDERREC.cpy).
           MOVE 0                  TO ORD-DELIVERED-TS
           MOVE ZEROS              TO ORD-LIST-PRICES
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
               UNTIL WS-CAP-IDX > STO-LINE-COUNT
               MOVE WS-LINE-SANDWICH-ID(WS-CAP-IDX)
                   TO ORD-UNIT-PRICE(WS-CAP-IDX)
               MOVE WS-LINE-LINE-PRICE(WS-CAP-IDX)
                   TO ORD-LINE-PRICE(WS-CAP-IDX)
               MOVE WS-LINE-LIST-PRICE(WS-CAP-IDX)
                   TO ORD-LIST-PRICE(WS-CAP-IDX)
               MOVE 0 TO ORD-CONFIRMED-QTY(WS-CAP-IDX)
           END-PERFORM
           WRITE ORDER-RECORD
