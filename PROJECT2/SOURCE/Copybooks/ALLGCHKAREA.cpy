      ******************************************************************
      *    BREADWICH | ALLGCHK COMMUNICATION AREA
      *    PASSED TO THE SHARED ALLGCHK SUBPROGRAM. IN: THE SANDWICH,
      *    THE SCHOOL (ZERO TO ONLY DERIVE THE SANDWICH'S ALLERGENS)
      *    AND THE LANGUAGE FOR THE CONFLICT TEXT. BACK: WHICH
      *    ALLERGENS THE SANDWICH CONTAINS THROUGH ITS RECIPE, WHICH
      *    OF THOSE THE SCHOOL RESTRICTS, AND WHAT TO DO ABOUT IT.
      *    FLAG N IS ENTRY N OF THE ALLERGEN TABLE (ALLERGEN.cpy).
      ******************************************************************
       01  ALLGCHK-AREA.
           05  ALC-SCHOOL-ID              PIC 9(6).
           05  ALC-SANDWICH-ID            PIC 9(6).
           05  ALC-LANGUAGE               PIC X.
               88  ALC-ENGLISH            VALUE "E".
               88  ALC-PORTUGUESE         VALUE "P".
           05  ALC-CONTAINS-FLAGS.
               10  ALC-CONTAINS-FLAG      PIC X OCCURS 14 TIMES.
                   88  ALC-CONTAINS       VALUE "Y".
           05  ALC-CONFLICT-FLAGS.
               10  ALC-CONFLICT-FLAG      PIC X OCCURS 14 TIMES.
                   88  ALC-CONFLICTS      VALUE "Y".
           05  ALC-RECIPE-FLAG            PIC X.
               88  ALC-RECIPE-FOUND       VALUE "Y".
               88  ALC-NO-RECIPE          VALUE "N".
      *    ALC-CLEAR - NOTHING THE SCHOOL RESTRICTS. ALC-WARN / ALC-
      *    BLOCK - AT LEAST ONE CONFLICT, HANDLED AS THE SCHOOL'S
      *    SAL-ENFORCEMENT SAYS. A SANDWICH WITH NO RECIPE ON FILE
      *    CANNOT BE VOUCHED FOR, SO A SCHOOL WITH ANY RESTRICTION
      *    GETS A WARNING FOR IT (NEVER A BLOCK).
           05  ALC-RESULT                 PIC X.
               88  ALC-CLEAR              VALUE "N".
               88  ALC-WARN               VALUE "W".
               88  ALC-BLOCK              VALUE "B".
      *    THE CONFLICTING ALLERGEN NAMES, COMMA SEPARATED, IN THE
      *    LANGUAGE ASKED FOR - READY TO DISPLAY OR PRINT.
           05  ALC-CONFLICT-TEXT          PIC X(80).
