           VALUE "NENHUMA ENCOMENDA SEMANAL REGISTADA NO MOMENTO".

       78  INACTIVE-TAG VALUE "  (DESATIVADA)".

       78  ALLERGEN-BLOCKED
           VALUE "LINHA RECUSADA - CONTEM ALERGENIOS PROIBIDOS NA ESCOLA
      -    ":".

       78  ALLERGEN-WARNING
           VALUE "AVISO - ESTA SANDUICHE CONTEM ALERGENIOS RESTRITOS:".

       78  ALLERGEN-CONFIRM
           VALUE "MANTER A LINHA MESMO ASSIM? (S)IM | (N)AO:".
