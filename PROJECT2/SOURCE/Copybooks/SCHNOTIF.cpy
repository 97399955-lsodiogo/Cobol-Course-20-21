      ******************************************************************
      *    BREADWICH | OUTBOUND SCHOOL NOTIFICATION RECORD LAYOUT
      *    THE DAILY FILE SCHNOTIF SENDS BACK TO THE SCHOOLS. FIXED
      *    LENGTH, FIXED POSITIONS, SO THE SCHOOLS' OWN SYSTEMS CAN
      *    READ IT WITHOUT A PARSER. THE FILE IS GROUPED BY SCHOOL:
      *        "H" - ONE HEADER PER SCHOOL, WITH THE NUMBER OF DETAIL
      *              RECORDS THAT FOLLOW IT
      *        "D" - ONE PER NOTIFICATION, NUMBERED FROM 1 WITHIN THE
      *              SCHOOL IN THE ORDER THEY HAPPENED
      *        "T" - ONE TRAILER FOR THE WHOLE FILE (SCHOOL ZERO) WITH
      *              THE SCHOOL AND DETAIL COUNTS AS A CONTROL TOTAL
      *    THE DETAIL EVENT SAYS WHAT HAPPENED:
      *        "ACC" - ORDER ACCEPTED (KEYED, IMPORTED OR GENERATED
      *                FROM A STANDING ORDER) - ONE DETAIL PER ORDER
      *                LINE WITH SANDWICH, QUANTITY AND UNIT PRICE
      *        "REJ" - ORDIMP IMPORT LINE REJECTED - NO ORDER ID;
      *                NTF-FIELD NAMES THE IMPORT LINE AND
      *                NTF-NEW-VALUE CARRIES THE ORDIMPRPT REASON
      *        "AMD" - ORDER AMENDED      } ONE DETAIL PER ORDAUDIT.DAT
      *        "RSC" - ORDER RESCHEDULED  } ROW, WITH THE FIELD AND ITS
      *        "CAN" - ORDER CANCELLED    } OLD AND NEW VALUES
      ******************************************************************
       01  NOTIFY-RECORD.
           05  NTF-RECORD-TYPE            PIC X.
               88  NTF-HEADER             VALUE "H".
               88  NTF-DETAIL             VALUE "D".
               88  NTF-TRAILER            VALUE "T".
           05  NTF-SCHOOL-ID              PIC 9(6).
           05  NTF-BUSINESS-DATE          PIC 9(8).
           05  NTF-BODY                   PIC X(200).
           05  NTF-HEADER-BODY REDEFINES NTF-BODY.
               10  NTF-SCHOOL-NAME        PIC X(30).
               10  NTF-SCHOOL-DETAILS     PIC 9(5).
               10  FILLER                 PIC X(165).
           05  NTF-DETAIL-BODY REDEFINES NTF-BODY.
               10  NTF-SEQ                PIC 9(5).
               10  NTF-EVENT              PIC X(3).
                   88  NTF-ACCEPTED       VALUE "ACC".
                   88  NTF-REJECTED       VALUE "REJ".
                   88  NTF-AMENDED        VALUE "AMD".
                   88  NTF-RESCHEDULED    VALUE "RSC".
                   88  NTF-CANCELLED      VALUE "CAN".
               10  NTF-ORDER-ID           PIC 9(6).
               10  NTF-DELIVERY-DATE      PIC 9(8).
               10  NTF-DELIVERY-TIME      PIC 9(4).
      *        WHEN IT HAPPENED (YYYYMMDDHHMMSS). AN ACCEPTED ORDER
      *        ONLY KNOWS ITS ORDER DATE - THE TIME IS ZERO.
               10  NTF-EVENT-TS           PIC 9(14).
               10  NTF-FIELD              PIC X(20).
               10  NTF-OLD-VALUE          PIC X(60).
               10  NTF-NEW-VALUE          PIC X(60).
               10  NTF-SANDWICH-ID        PIC 9(6).
               10  NTF-QUANTITY           PIC 9(5).
               10  NTF-UNIT-PRICE         PIC 9(5)V99.
               10  FILLER                 PIC X(2).
           05  NTF-TRAILER-BODY REDEFINES NTF-BODY.
               10  NTF-TOTAL-SCHOOLS      PIC 9(5).
               10  NTF-TOTAL-DETAILS      PIC 9(7).
               10  FILLER                 PIC X(188).
