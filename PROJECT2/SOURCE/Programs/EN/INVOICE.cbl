           05  WS-ID-VAT                   PIC Z(8)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-ID-AMOUNT                PIC Z(8)9.99.
      *    ONE LINE UNDER THE ORDER FOR EVERY SANDWICH BILLED BELOW
      *    ITS LIST PRICE UNDER A SCHOOL PRICE AGREEMENT, SO THE SCHOOL
      *    CAN CHECK THE TERMS IT NEGOTIATED WERE HONOURED.
       01  WS-INV-AGREED-LINE.
           05  FILLER                      PIC X(5) VALUE "  SW ".
           05  WS-IA-SANDWICH              PIC 9(6).
           05  FILLER                      PIC X(5) VALUE " QTY ".
           05  WS-IA-QTY                   PIC Z(4)9.
           05  FILLER                      PIC X(7) VALUE "  LIST ".
           05  WS-IA-LIST                  PIC Z(4)9.99.
           05  FILLER                      PIC X(9) VALUE "  AGREED ".
           05  WS-IA-AGREED                PIC Z(4)9.99.
           05  FILLER                      PIC X(11) VALUE
               "  DISCOUNT ".
           05  WS-IA-PCT                   PIC ZZ9.99.
           05  FILLER                      PIC X(3) VALUE "%  ".
           05  WS-IA-AMOUNT                PIC Z(6)9.99.
       01  WS-AGREED-PCT                   PIC 9(3)V99.
       01  WS-AGREED-AMOUNT                PIC 9(7)V99.
       01  WS-INV-TOTAL-LINE.
           05  FILLER                      PIC X(17) VALUE
               "TOTAL FOR PERIOD ".
      *    TRACE THE RUNINQ SCREEN SHOWS.
           COPY RUNLOGAREA.

      *    ACCOUNTING PERIOD LOCK - A MONTH CLOSED ON THE PERCLOSE
      *    SCREEN IS NEVER INVOICED AGAIN; CORRECTIONS GO THROUGH
      *    CRNOTE.
           COPY PERLOCKAREA.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PERIOD TO INVOICE (YYYYMM):"
           ACCEPT WS-PERIOD
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MONTH
           MOVE WS-PERIOD TO PLK-PERIOD
           CALL "PERLOCK" USING PERLOCK-AREA END-CALL
           IF PLK-CLOSED
               DISPLAY "PERIOD " WS-PERIOD " IS CLOSED - NO INVOICES IS
      -            "SUED"
               STOP RUN
           END-IF
           IF WS-PERIOD < 200001 OR WS-PERIOD-MONTH < 1
               OR WS-PERIOD-MONTH > 12
               DISPLAY "INVALID PERIOD - NO INVOICES ISSUED"
           MOVE WS-ORDER-VAT      TO WS-ID-VAT
           MOVE WS-ORDER-BILLED   TO WS-ID-AMOUNT
           WRITE INVOICE-PRINT-LINE FROM WS-INV-DETAIL
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > ORD-LINE-COUNT
               IF ORD-LIST-PRICE(WS-LINE-IDX) NUMERIC
                   AND ORD-LIST-PRICE(WS-LINE-IDX) > 0
                   IF ORD-LIST-PRICE(WS-LINE-IDX) >
                       ORD-UNIT-PRICE(WS-LINE-IDX)
                       AND ORD-CONFIRMED-QTY(WS-LINE-IDX) > 0
                       PERFORM WRITE-AGREED-LINE-PARA
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-ORDER-NET    TO WS-MONTH-NET
           ADD WS-ORDER-VAT    TO WS-MONTH-VAT
           ADD WS-ORDER-BILLED TO WS-MONTH-TOTAL.

      *    ORDERS FROM BEFORE THE LIST PRICE WAS KEPT ON THE ORDER
      *    CARRY SPACES THERE ("NO AGREEMENT") AND NEVER GET HERE. THE
      *    DISCOUNT AMOUNT IS ON THE CONFIRMED QUANTITY - WHAT IS
      *    ACTUALLY BILLED.
       WRITE-AGREED-LINE-PARA.
           COMPUTE WS-AGREED-PCT ROUNDED =
               (ORD-LIST-PRICE(WS-LINE-IDX)
                 - ORD-UNIT-PRICE(WS-LINE-IDX)) * 100
               / ORD-LIST-PRICE(WS-LINE-IDX)
           COMPUTE WS-AGREED-AMOUNT =
               (ORD-LIST-PRICE(WS-LINE-IDX)
                 - ORD-UNIT-PRICE(WS-LINE-IDX))
               * ORD-CONFIRMED-QTY(WS-LINE-IDX)
           MOVE ORD-SANDWICH-ID(WS-LINE-IDX)   TO WS-IA-SANDWICH
           MOVE ORD-CONFIRMED-QTY(WS-LINE-IDX) TO WS-IA-QTY
           MOVE ORD-LIST-PRICE(WS-LINE-IDX)    TO WS-IA-LIST
           MOVE ORD-UNIT-PRICE(WS-LINE-IDX)    TO WS-IA-AGREED
           MOVE WS-AGREED-PCT                  TO WS-IA-PCT
           MOVE WS-AGREED-AMOUNT               TO WS-IA-AMOUNT
           WRITE INVOICE-PRINT-LINE FROM WS-INV-AGREED-LINE.

      *    THE FROZEN PRICES ARE GROSS, SO THE NET IS BACKED OUT AND
      *    THE VAT IS THE REMAINDER - NET + VAT = GROSS ON EVERY LINE,
      *    WHATEVER THE ROUNDING DID.
