      ******************************************************************
      *    BREADWICH | ACCOUNTING PERIOD STATUS RECORD LAYOUT
      *    ONE RECORD PER MONTH THAT HAS EVER BEEN CLOSED, KEYED BY THE
      *    PERIOD (YYYYMM). A MONTH WITH NO RECORD HERE IS OPEN. WHILE
      *    PCL-CLOSED, NO ORDER DELIVERED IN THAT MONTH MAY BE AMENDED,
      *    CANCELLED, RE-CONFIRMED OR MOVED, AND INVOICE WILL NOT RUN
      *    FOR IT - CORRECTIONS GO THROUGH CRNOTE. MAINTAINED ONLY BY
      *    THE PERCLOSE SCREEN; READ BY EVERYONE ELSE THROUGH THE
      *    PERLOCK SUBPROGRAM (SEE PERLOCKAREA.cpy).
      ******************************************************************
       01  PERIOD-STATUS-RECORD.
           05  PCL-PERIOD                 PIC 9(6).
           05  PCL-STATUS                 PIC X.
               88  PCL-CLOSED             VALUE "C".
               88  PCL-REOPENED           VALUE "O".
      *    THE LAST CLOSE OR REOPEN - WHO AND WHEN. THE FULL HISTORY
      *    IS ON THE PERAUDIT.DAT TRAIL.
           05  PCL-CHANGED-BY             PIC X(8).
           05  PCL-CHANGED-TS             PIC 9(14).
