      ******************************************************************
      *    BREADWICH | INGREDIENT STOCK RECORD LAYOUT
      *    ONE RECORD PER INGREDIENT (SAME KEY AS INGRED.DAT) HOLDING
      *    WHAT IS IN THE COLD ROOM. GOODS RECEIPTS BOOKED ON THE GRMNT
      *    SCREEN ADD TO IT, DLVCONF TAKES THE CONFIRMED SANDWICHES OFF
      *    IT THROUGH THE RECIPES, DAYSHEET NETS IT AGAINST TOMORROW'S
      *    GROSS NEED AND STKVAL VALUES IT. AN INGREDIENT WITH NO STOCK
      *    RECORD YET HAS NOTHING ON HAND AND NO REORDER LEVEL.
      ******************************************************************
       01  STOCK-RECORD.
           05  STK-ING-ID                 PIC 9(6).
      *    IN THE INGREDIENT'S OWN UNIT (ING-UNIT). SIGNED - WHEN
      *    SANDWICHES ARE CONFIRMED AGAINST STOCK THAT WAS NEVER BOOKED
      *    IN, THE SHORTFALL SHOWS AS A NEGATIVE BALANCE INSTEAD OF
      *    BEING LOST.
           05  STK-ON-HAND                PIC S9(9)V999.
      *    ZERO MEANS NO REORDER LEVEL SET FOR THE INGREDIENT.
           05  STK-REORDER-LEVEL          PIC 9(9)V999.
      *    WEIGHTED AVERAGE COST PER UNIT, RECALCULATED ON EVERY GOODS
      *    RECEIPT - USED ONLY TO VALUE THE STOCK.
           05  STK-UNIT-COST              PIC 9(5)V9999.
           05  STK-LAST-RECEIPT-DATE      PIC 9(8).
           05  STK-LAST-ISSUE-DATE        PIC 9(8).
