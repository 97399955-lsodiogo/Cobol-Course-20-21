      ******************************************************************
      *    BREADWICH | ALLERGEN NAME TABLE
      *    THE 14 ALLERGENS A FOOD BUSINESS MUST DECLARE, IN THE FIXED
      *    ORDER USED BY EVERY ALLERGEN FLAG ARRAY IN THE SYSTEM -
      *    ING-ALLERGEN-FLAG (INGRED.cpy), SAL-RESTRICT-FLAG
      *    (SCHALLRG.cpy) AND THE ALLGCHK FLAGS (ALLGCHKAREA.cpy).
      *    FLAG N ALWAYS MEANS ENTRY N OF THIS TABLE. EACH ENTRY
      *    CARRIES A 4-LETTER COLUMN HEADING FOR THE MATRIX REPORT AND
      *    THE NAME IN BOTH SCREEN LANGUAGES.
      ******************************************************************
       78  ALLERGEN-COUNT                 VALUE 14.
       01  ALLERGEN-NAME-VALUES.
           05  FILLER                     PIC X(28) VALUE
               "GLUTGLUTEN      GLUTEN      ".
           05  FILLER                     PIC X(28) VALUE
               "CRUSCRUSTACEANS CRUSTACEOS  ".
           05  FILLER                     PIC X(28) VALUE
               "EGG EGG         OVO         ".
           05  FILLER                     PIC X(28) VALUE
               "FISHFISH        PEIXE       ".
           05  FILLER                     PIC X(28) VALUE
               "PNUTPEANUTS     AMENDOIM    ".
           05  FILLER                     PIC X(28) VALUE
               "SOYASOYA        SOJA        ".
           05  FILLER                     PIC X(28) VALUE
               "MILKMILK        LEITE       ".
           05  FILLER                     PIC X(28) VALUE
               "NUTSTREE NUTS   FRUTOS CASCA".
           05  FILLER                     PIC X(28) VALUE
               "CELYCELERY      AIPO        ".
           05  FILLER                     PIC X(28) VALUE
               "MUSTMUSTARD     MOSTARDA    ".
           05  FILLER                     PIC X(28) VALUE
               "SESASESAME      SESAMO      ".
           05  FILLER                     PIC X(28) VALUE
               "SULPSULPHITES   SULFITOS    ".
           05  FILLER                     PIC X(28) VALUE
               "LUPNLUPIN       TREMOCO     ".
           05  FILLER                     PIC X(28) VALUE
               "MOLLMOLLUSCS    MOLUSCOS    ".
       01  ALLERGEN-NAME-TABLE REDEFINES ALLERGEN-NAME-VALUES.
           05  ALG-ENTRY OCCURS 14 TIMES.
               10  ALG-ABBREV             PIC X(4).
               10  ALG-NAME-EN            PIC X(12).
               10  ALG-NAME-PT            PIC X(12).
