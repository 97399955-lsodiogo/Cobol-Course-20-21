      ******************************************************************
      *    BREADWICH | SCHPRICE COMMUNICATION AREA
      *    PASSED TO THE SHARED SCHPRICE SUBPROGRAM BY EVERY PROGRAM
      *    THAT FREEZES AN ORDER LINE'S UNIT PRICE (RSO, STOGEN,
      *    ORDIMP). IN: THE SCHOOL, THE SANDWICH, THE DELIVERY DATE,
      *    THE LIST PRICE (SW-PRICE), THE TOTAL QUANTITY OF THE
      *    SANDWICH ON THE ORDER BEING PRICED AND THAT ORDER'S ID (SO
      *    AN AMENDED ORDER'S OLD VERSION ON FILE IS NOT COUNTED
      *    TWICE INTO THE MONTHLY VOLUME). BACK: THE UNIT PRICE TO
      *    FREEZE AND THE DISCOUNT IT REPRESENTS.
      ******************************************************************
       01  SCHPRICE-AREA.
           05  SPR-SCHOOL-ID              PIC 9(6).
           05  SPR-SANDWICH-ID            PIC 9(6).
           05  SPR-DELIVERY-DATE          PIC 9(8).
           05  SPR-LIST-PRICE             PIC 9(5)V99.
           05  SPR-ORDER-QTY              PIC 9(7).
           05  SPR-ORDER-ID               PIC 9(6).
      *    THE LIST PRICE WHEN NO AGREEMENT APPLIES. AN AGREEMENT CAN
      *    ONLY LOWER A PRICE - A CONTRACT PRICE ABOVE THE CURRENT
      *    LIST PRICE IS IGNORED AND THE LIST PRICE IS CHARGED.
           05  SPR-UNIT-PRICE             PIC 9(5)V99.
           05  SPR-DISCOUNT-PCT           PIC 9(3)V99.
           05  SPR-AGREEMENT-FLAG         PIC X.
               88  SPR-AGREED             VALUE "Y".
               88  SPR-LIST               VALUE "N".
      *    THE MONTHLY VOLUME THE THRESHOLD WAS HELD AGAINST (ZERO
      *    WHEN THE AGREEMENT HAS NO THRESHOLD OR NONE APPLIES).
           05  SPR-MONTH-QTY              PIC 9(7).
