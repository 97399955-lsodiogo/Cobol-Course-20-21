      ******************************************************************
      *    BREADWICH | ACCOUNTING PERIOD CLOSE
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************

       78  MAIN-TEXT        VALUE "ACCOUNTING PERIOD CLOSE".

       78  OPTION-CLOSE1    VALUE "1 - CLOSE A PERIOD".
       78  OPTION-REOPEN2   VALUE "2 - REOPEN A CLOSED PERIOD".
       78  OPTION-LIST3     VALUE "3 - LIST PERIOD STATUS".
       78  OPTION-EXIT4     VALUE "4 - EXIT".
       78  ACCEPT-OPTION    VALUE "CHOOSE AN OPTION: ".

       78  OPTION-ERROR
           VALUE "INVALID OPTION. PLEASE SELECT A VALID OPTION".

       78  NOT-AUTHORIZED
           VALUE "PROGRAM RESERVED FOR SUPERVISORS".

       78  REQUEST-PERIOD-TEXT VALUE "PERIOD (YYYYMM):".

       78  INVALID-PERIOD
           VALUE "INVALID PERIOD. PLEASE ENTER A VALID YYYYMM PERIOD".

       78  PERIOD-NOT-ENDED
           VALUE "ONLY A MONTH THAT HAS ALREADY ENDED CAN BE CLOSED".

       78  ALREADY-CLOSED
           VALUE "THAT PERIOD IS ALREADY CLOSED".

       78  NOT-CLOSED
           VALUE "THAT PERIOD IS NOT CLOSED".

       78  NOT-INVOICED-WARNING
           VALUE "WARNING: NO INVOICE HAS BEEN ISSUED FOR THIS PERIOD YE
      -    "T - INVOICE WILL NOT RUN FOR IT ONCE IT IS CLOSED".

       78  MESSAGE-CLOSE
           VALUE "CLOSE THIS PERIOD? (Y)ES | (N)O:".

       78  MESSAGE-CLOSE-YES VALUE "PERIOD CLOSED".

       78  MESSAGE-CLOSE-NO VALUE "PERIOD LEFT OPEN".

       78  REQUEST-REASON-TEXT VALUE "REASON FOR REOPENING:".

       78  REASON-REQUIRED
           VALUE "A REASON IS REQUIRED TO REOPEN A PERIOD".

       78  MESSAGE-REOPEN
           VALUE "REOPEN THIS PERIOD? (Y)ES | (N)O:".

       78  MESSAGE-REOPEN-YES VALUE "PERIOD REOPENED".

       78  MESSAGE-REOPEN-NO VALUE "PERIOD LEFT CLOSED".

       78  INVALID-OPTION
           VALUE "INVALID. PLEASE ENTER A VALID OPTION. (Y) FOR YES, (N)
      -    " FOR NO".

       78  LIST-HEADER-TEXT
           VALUE "PERIOD  STATUS    CHANGED BY  CHANGED AT".

       78  STATUS-CLOSED-TEXT   VALUE "CLOSED  ".
       78  STATUS-REOPENED-TEXT VALUE "REOPENED".

       78  NO-PERIODS-TEXT
           VALUE "NO PERIOD HAS BEEN CLOSED YET".
