       78  INVALID-DATE
           VALUE "INVALID DATE. PLEASE ENTER A VALID DATE".

       78  PERIOD-CLOSED-TEXT
           VALUE "THAT MONTH HAS BEEN CLOSED - ITS DELIVERIES CAN NO LON
      -    "GER BE CONFIRMED".

       78  NO-ORDERS-TEXT
           VALUE "NO UNCONFIRMED ORDERS ON FILE FOR THAT DELIVERY DATE".

