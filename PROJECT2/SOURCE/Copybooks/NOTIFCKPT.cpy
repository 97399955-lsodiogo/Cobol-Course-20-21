      ******************************************************************
      *    BREADWICH | SCHNOTIF CHECKPOINT RECORD LAYOUT
      *    ONE RECORD, REWRITTEN AT THE END OF EVERY SCHNOTIF RUN. FOR
      *    EACH OF THE THREE SOURCES IT HOLDS WHERE THE BUSINESS DATE'S
      *    NOTIFICATIONS START ("FROM") AND WHERE THE LAST RUN FOR IT
      *    STOPPED ("TO"):
      *        ORDER ID    - ORDERS.DAT IDS ARE HANDED OUT IN RISING
      *                      ORDER, SO EVERY ID PAST THE MARK IS A NEW
      *                      ORDER
      *        AUDIT COUNT - ORDAUDIT.DAT IS ONLY EVER APPENDED TO, SO
      *                      THE NUMBER OF ROWS ALREADY SEEN MARKS THE
      *                      PLACE
      *        IMPORT TS   - ORDIMPRPT.DAT IS REWRITTEN BY EVERY ORDIMP
      *                      RUN, SO THE MARK IS THE RUNREG.DAT START
      *                      TIMESTAMP OF THE IMPORT RUN ALREADY SENT
      *    A RUN FOR A NEW BUSINESS DATE STARTS WHERE THE LAST ONE
      *    STOPPED; A RERUN FOR THE SAME DATE STARTS AGAIN FROM THE
      *    SAME PLACE AND REBUILDS THE DAY'S FILE WHOLE, SO NOTHING IS
      *    EVER SENT ON TWO DIFFERENT DAYS - SAME RULE AS THE JOBSTRM
      *    CHECKPOINT (STRMCKPT.cpy).
      ******************************************************************
       01  NOTIFY-CHECKPOINT-RECORD.
           05  NCK-BUSINESS-DATE          PIC 9(8).
           05  NCK-FROM-ORDER-ID          PIC 9(6).
           05  NCK-FROM-AUDIT-COUNT       PIC 9(8).
           05  NCK-FROM-IMPORT-TS         PIC 9(14).
           05  NCK-TO-ORDER-ID            PIC 9(6).
           05  NCK-TO-AUDIT-COUNT         PIC 9(8).
           05  NCK-TO-IMPORT-TS           PIC 9(14).
