      ******************************************************************
      *    BREADWICH | MONTHLY SALES ANALYSIS EXTRACT RECORD LAYOUT
      *    ONE LINE PER ROW OF THE SALESANL REPORT, SEMICOLON-DELIMITED
      *    LIKE THE RSO EXTRACT (EXTRACTREC.cpy) SO MANAGEMENT CAN OPEN
      *    IT STRAIGHT IN A SPREADSHEET. SAC-SECTION SAYS WHAT THE ROW
      *    IS ABOUT AND WHICH COLUMNS CARRY IT - THE OTHERS ARE ZERO:
      *        "SW" - ONE SANDWICH  (SAC-KEY = SW-ID): QUANTITY AND
      *               REVENUE FOR THE MONTH, THE MONTH BEFORE AND THE
      *               SAME MONTH A YEAR EARLIER
      *        "SC" - ONE SCHOOL    (SAC-KEY = SCH-ID): THE SAME SIX
      *               FIGURES, PLUS THE MONTH'S CANCELLED ORDERS AND
      *               THEIR VALUE
      *        "RT" - ONE ROUTE     (SAC-KEY = RT-ID, ZERO FOR THE
      *               SCHOOLS WITH NO ROUTE YET): THE MONTH'S ORDERED
      *               AGAINST CONFIRMED QUANTITY OF THE CONFIRMED
      *               DELIVERIES AND THE NUMBER OF FAILED ONES;
      *               SAC-NAME CARRIES THE DRIVER
      ******************************************************************
       01  SALES-CSV-RECORD.
           05  SAC-PERIOD                 PIC 9(6).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-SECTION                PIC X(2).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-KEY                    PIC 9(6).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-NAME                   PIC X(30).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-QTY-THIS               PIC 9(7).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-QTY-PREV               PIC 9(7).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-QTY-LAST-YEAR          PIC 9(7).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-REV-THIS               PIC 9(9)V99.
           05  FILLER                     PIC X VALUE ";".
           05  SAC-REV-PREV               PIC 9(9)V99.
           05  FILLER                     PIC X VALUE ";".
           05  SAC-REV-LAST-YEAR          PIC 9(9)V99.
           05  FILLER                     PIC X VALUE ";".
           05  SAC-ORDERED-QTY            PIC 9(7).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-CONFIRMED-QTY          PIC 9(7).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-FAILED-COUNT           PIC 9(5).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-CANCEL-COUNT           PIC 9(5).
           05  FILLER                     PIC X VALUE ";".
           05  SAC-CANCEL-VALUE           PIC 9(9)V99.
