      ******************************************************************
      *    BREADWICH | PERLOCK COMMUNICATION AREA
      *    PASSED TO THE SHARED PERLOCK SUBPROGRAM BY EVERY PROGRAM
      *    THAT CHANGES AN ORDER OR ITS BILLING - PLK-PERIOD (YYYYMM)
      *    IN, PLK-RESULT BACK: PLK-CLOSED WHEN THE MONTH HAS BEEN
      *    CLOSED ON THE PERCLOSE SCREEN AND NOT REOPENED SINCE.
      ******************************************************************
       01  PERLOCK-AREA.
           05  PLK-PERIOD                 PIC 9(6).
           05  PLK-RESULT                 PIC X.
               88  PLK-CLOSED             VALUE "Y".
               88  PLK-OPEN               VALUE "N".
