      *    STAMPED BY DLVCONF TOGETHER WITH THE "D"/"F" STATUS. ZERO
      *    WHILE THE ORDER IS STILL UNCONFIRMED.
           05  ORD-DELIVERED-TS           PIC 9(14).
      *    LIST PRICE (SW-PRICE) IN EFFECT WHEN THE LINE'S UNIT PRICE
      *    WAS FROZEN, ONE PER ORD-LINES ENTRY. DIFFERS FROM
      *    ORD-UNIT-PRICE ONLY WHERE A SCHOOL PRICE AGREEMENT APPLIED
      *    (SCHPRAGR.cpy) - INVOICE PRINTS BOTH AND THE DISCOUNT.
      *    RECORDS WRITTEN BEFORE THIS FIELD EXISTED CARRY SPACES
      *    HERE - TREATED AS "NO AGREEMENT", LIKE A ZERO.
           05  ORD-LIST-PRICES.
               10  ORD-LIST-PRICE         PIC 9(5)V99 OCCURS 10 TIMES.
