           VALUE "ENTREGA JA CONFIRMADA. UMA ENCOMENDA CONFIRMADA SO POD
      -    "E SER CANCELADA".

       78  ORDER-PERIOD-CLOSED
           VALUE "O MES DE ENTREGA DESTA ENCOMENDA JA FOI FECHADO. CORRE
      -    "COES APENAS POR NOTA DE CREDITO".

       78  ORDER-TOO-LATE
           VALUE "A DATA DE ENTREGA JA FOI ATINGIDA. A ENCOMENDA JA NAO
      -    "PODE SER ALTERADA NEM CANCELADA".

       78  CANCELLED-TAG VALUE "  (CANCELADA)".

       78  ALLERGEN-BLOCKED
           VALUE "LINHA RECUSADA - CONTEM ALERGENIOS PROIBIDOS NA ESCOLA
      -    ":".

       78  ALLERGEN-WARNING
           VALUE "AVISO - ESTA SANDUICHE CONTEM ALERGENIOS RESTRITOS:".

       78  ALLERGEN-CONFIRM
           VALUE "MANTER A LINHA MESMO ASSIM? (S)IM | (N)AO:".

       78  AGREED-PRICE-TEXT
           VALUE "APLICADO O PRECO ACORDADO COM A ESCOLA".

