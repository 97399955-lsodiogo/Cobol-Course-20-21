       78  INVALID-DATE
           VALUE "INVALID DATE. PLEASE ENTER A VALID DATE".

       78  PERIOD-CLOSED-TEXT
           VALUE "THIS ORDER'S DELIVERY MONTH HAS BEEN CLOSED - IT CAN N
      -    "O LONGER BE RESCHEDULED OR CANCELLED".

       78  INVALID-CLOSED-DATE
           VALUE "NEW DELIVERY DATE FALLS IN A CLOSED MONTH".

       78  INVALID-LEAD-DATE
           VALUE "NEW DELIVERY DATE IS INSIDE THE ADVANCE-ORDER LEAD TIM
      -    "E".
