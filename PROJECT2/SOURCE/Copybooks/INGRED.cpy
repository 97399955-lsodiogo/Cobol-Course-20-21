      *    THE UNIT THE INGREDIENT IS BOUGHT IN (UN, KG, G, L, ...) -
      *    FREE TEXT, PRINTED NEXT TO THE PURCHASING-LIST QUANTITY.
           05  ING-UNIT                   PIC X(10).
      *    ALLERGEN FLAGS, ONE BYTE PER ENTRY OF THE ALLERGEN TABLE
      *    (ALLERGEN.cpy), MAINTAINED THROUGH INGMNT. "Y" WHEN THE
      *    INGREDIENT CONTAINS THAT ALLERGEN. RECORDS FROM BEFORE THIS
      *    FIELD EXISTED CARRY SPACES AND DECLARE NOTHING - TESTS ARE
      *    ALWAYS ON ING-HAS-ALLERGEN, NEVER ON "N".
           05  ING-ALLERGENS.
               10  ING-ALLERGEN-FLAG      PIC X OCCURS 14 TIMES.
                   88  ING-HAS-ALLERGEN   VALUE "Y".
