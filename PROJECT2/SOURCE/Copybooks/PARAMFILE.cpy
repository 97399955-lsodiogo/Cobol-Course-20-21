      *                              COUNCIL-RUN KITCHENS FLAGGED
      *                              EXEMPT ON THE SCHOOL RECORD PAY
      *                              NONE (SEE SCHOOL.cpy)
      *        "GLACCTRECEIVABLE"  - GENERAL-LEDGER ACCOUNT CODES THE
      *        "GLACCTSALES"         GLEXPORT JOURNAL POSTS TO
      *        "GLACCTVAT"           (RECEIVABLES, SALES REVENUE, VAT
      *        "GLACCTBANK"          PAYABLE, BANK) - WHOLE NUMBERS
      ******************************************************************
       01  PARAM-RECORD.
           05  PARM-KEY                   PIC X(20).
