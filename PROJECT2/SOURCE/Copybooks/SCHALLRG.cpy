      ******************************************************************
      *    BREADWICH | SCHOOL DIETARY RESTRICTION RECORD LAYOUT
      *    KEPT ALONGSIDE THE SCHOOL MASTER (SAME KEY AS SCHOOL.DAT)
      *    AND MAINTAINED THROUGH SCHMNT: THE ALLERGENS A SCHOOL MUST
      *    NOT BE SENT, AND WHETHER AN ORDER LINE FOR A SANDWICH THAT
      *    CONTAINS ONE IS REFUSED OUTRIGHT OR ONLY WARNED ABOUT.
      *    A SCHOOL WITH NO RECORD HERE HAS NO RESTRICTIONS.
      ******************************************************************
       01  SCHOOL-ALLERGEN-RECORD.
           05  SAL-SCHOOL-ID              PIC 9(6).
      *    ONE BYTE PER ENTRY OF THE ALLERGEN TABLE (ALLERGEN.cpy).
           05  SAL-RESTRICTIONS.
               10  SAL-RESTRICT-FLAG      PIC X OCCURS 14 TIMES.
                   88  SAL-RESTRICTED     VALUE "Y".
      *    "B" REFUSES THE ORDER LINE (RSO, STOMNT, ORDIMP), "W" LETS
      *    IT THROUGH WITH A WARNING THE OPERATOR MUST ACKNOWLEDGE.
           05  SAL-ENFORCEMENT            PIC X.
               88  SAL-BLOCK              VALUE "B".
               88  SAL-WARN               VALUE "W".
      *    SIGNED-ON OPERATOR WHO LAST CHANGED THE LIST, AND WHEN.
           05  SAL-CHANGED-BY             PIC X(8).
           05  SAL-CHANGED-TS             PIC 9(14).
