      ******************************************************************
      *    BREADWICH | SCHOOL PRICE AGREEMENT RECORD LAYOUT
      *    ONE RECORD PER NEGOTIATED TERM: A SCHOOL, A SANDWICH AND
      *    THE DATE THE TERM STARTS. THE TERM IS EITHER A CONTRACT
      *    UNIT PRICE OR A DISCOUNT PERCENTAGE OFF THE LIST PRICE
      *    (SW-PRICE), VALID FOR DELIVERY DATES FROM AGR-VALID-FROM TO
      *    AGR-VALID-TO INCLUSIVE, OPTIONALLY ONLY ONCE THE SCHOOL'S
      *    MONTHLY VOLUME OF THAT SANDWICH REACHES AGR-MIN-MONTH-QTY.
      *    MAINTAINED THROUGH SCHPRMNT; APPLIED BY THE SHARED SCHPRICE
      *    SUBPROGRAM WHEREVER AN ORDER'S UNIT PRICE IS FROZEN.
      *    SCHPRMNT REFUSES TWO TERMS FOR THE SAME SCHOOL AND SANDWICH
      *    WITH OVERLAPPING DATES.
      ******************************************************************
       01  PRICE-AGREEMENT-RECORD.
           05  AGR-KEY.
               10  AGR-SCHOOL-ID          PIC 9(6).
               10  AGR-SANDWICH-ID        PIC 9(6).
               10  AGR-VALID-FROM         PIC 9(8).
           05  AGR-VALID-TO               PIC 9(8).
           05  AGR-TYPE                   PIC X.
               88  AGR-CONTRACT-PRICE     VALUE "P".
               88  AGR-DISCOUNT           VALUE "D".
      *    USED WHEN AGR-CONTRACT-PRICE.
           05  AGR-PRICE                  PIC 9(5)V99.
      *    USED WHEN AGR-DISCOUNT.
           05  AGR-DISCOUNT-PCT           PIC 9(2)V99.
      *    VOLUME DISCOUNT THRESHOLD - THE TERM ONLY APPLIES ONCE THE
      *    SCHOOL'S LIVE AND DELIVERED ORDERS FOR THE SANDWICH IN THE
      *    DELIVERY MONTH, THIS ORDER INCLUDED, REACH THIS QUANTITY.
      *    ZERO APPLIES IT FROM THE FIRST SANDWICH.
           05  AGR-MIN-MONTH-QTY          PIC 9(6).
      *    SIGNED-ON OPERATOR WHO LAST CHANGED THE TERM, AND WHEN.
           05  AGR-CHANGED-BY             PIC X(8).
           05  AGR-CHANGED-TS             PIC 9(14).
