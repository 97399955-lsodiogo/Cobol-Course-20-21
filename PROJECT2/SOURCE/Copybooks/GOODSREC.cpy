      ******************************************************************
      *    BREADWICH | GOODS RECEIPT LOG RECORD LAYOUT
      *    ONE LINE PER SUPPLIER DELIVERY BOOKED ON THE GRMNT SCREEN -
      *    WHAT CAME IN, HOW MUCH, AT WHAT COST, FROM WHOM, WHEN AND BY
      *    WHICH OPERATOR. SAME DELIMITED SHAPE AS THE ORDER AND
      *    DOWNTIME AUDIT TRAILS (SEE ORDAUDIT.cpy).
      ******************************************************************
       01  GOODS-RECEIPT-RECORD.
           05  GR-ING-ID                  PIC 9(6).
           05  FILLER                     PIC X VALUE ";".
           05  GR-RECEIPT-DATE            PIC 9(8).
           05  FILLER                     PIC X VALUE ";".
           05  GR-QUANTITY                PIC 9(7)V999.
           05  FILLER                     PIC X VALUE ";".
           05  GR-UNIT-COST               PIC 9(5)V9999.
           05  FILLER                     PIC X VALUE ";".
           05  GR-SUPPLIER                PIC X(30).
           05  FILLER                     PIC X VALUE ";".
      *    THE SUPPLIER'S DELIVERY NOTE NUMBER, AS PRINTED ON THE NOTE.
           05  GR-DELIVERY-NOTE           PIC X(15).
           05  FILLER                     PIC X VALUE ";".
           05  GR-ON-HAND-AFTER           PIC S9(9)V999
                                          SIGN IS LEADING SEPARATE.
           05  FILLER                     PIC X VALUE ";".
           05  GR-TIMESTAMP               PIC 9(14).
           05  FILLER                     PIC X VALUE ";".
      *    SIGNED-ON OPERATOR WHO BOOKED IT (SEE SIGNONAREA.cpy).
           05  GR-OPERATOR                PIC X(8).
