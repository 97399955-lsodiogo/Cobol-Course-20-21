      ******************************************************************
      *    LAB | THIRD PART | DELICIOUSSANDWICH
      ******************************************************************
      *    BREADWICH | SHARED ACCOUNTING PERIOD LOCK CHECK
      *    CALLED WITH A PERIOD (YYYYMM) BY RSO, DLVCONF, CONFWB AND
      *    INVOICE BEFORE THEY CHANGE AN ORDER OR BILL A MONTH - SAME
      *    SHARED-SUBPROGRAM PATTERN AS SIGNON AND RUNLOG. ANSWERS
      *    WHETHER THE PERIOD IS CLOSED ON PERIODS.DAT. THE FILE IS
      *    OPENED AND CLOSED INSIDE EACH CALL, SO A CLOSE MADE ON THE
      *    PERCLOSE SCREEN TAKES EFFECT AT ONCE IN A SESSION ALREADY
      *    RUNNING. NO FILE YET MEANS NO MONTH HAS EVER BEEN CLOSED.
      ******************************************************************
      *    ENGLISH LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERLOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "PERIODS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
           COPY PERIODCL.

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS                PIC XX.

       LINKAGE SECTION.
           COPY PERLOCKAREA.

       PROCEDURE DIVISION USING PERLOCK-AREA.
       MAIN-PARA.
           SET PLK-OPEN TO TRUE
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE PLK-PERIOD TO PCL-PERIOD
               READ PERIOD-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PCL-CLOSED
                           SET PLK-CLOSED TO TRUE
                       END-IF
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           GOBACK.
