      ******************************************************************
      *    BREADWICH | RECECAO DE MERCADORIA E STOCK DE INGREDIENTES
      ******************************************************************
      *    PORTUGUESE LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       78  MAIN-TEXT
           VALUE "RECECAO DE MERCADORIA E STOCK DE INGREDIENTES".

       78  OPTION-RECEIPT1  VALUE "1 - REGISTAR RECECAO DE MERCADORIA".
       78  OPTION-REORDER2  VALUE "2 - DEFINIR NIVEL DE ENCOMENDA".
       78  OPTION-LIST3     VALUE "3 - CONSULTAR STOCK".
       78  OPTION-EXIT4     VALUE "4 - SAIR DO PROGRAMA".
       78  ACCEPT-OPTION    VALUE "ESCOLHA UMA OPCAO:".

       78  OPTION-ERROR
           VALUE "OPCAO INVALIDA. INDIQUE UMA OPCAO VALIDA".

       78  REQUEST-INGREDIENT-TEXT
           VALUE "INDIQUE O ID DO INGREDIENTE:".

       78  INVALID-INGREDIENT
           VALUE "INGREDIENTE INVALIDO. INTRODUZA UM INGREDIENTE VALID
      -    "O".

       78  REQUEST-QTY-TEXT
           VALUE "QUANTIDADE RECEBIDA (ATE 3 CASAS DECIMAIS):".

       78  INVALID-QUANTITY
           VALUE "QUANTIDADE INVALIDA. INTRODUZA UMA QUANTIDADE VALIDA".

       78  REQUEST-COST-TEXT
           VALUE "CUSTO POR UNIDADE (ATE 4 CASAS DECIMAIS):".

       78  REQUEST-DATE-TEXT
           VALUE "DATA DA RECECAO (AAAAMMDD):".

       78  INVALID-DATE
           VALUE "DATA INVALIDA OU FUTURA. INTRODUZA UMA DATA VALIDA".

       78  REQUEST-SUPPLIER-TEXT VALUE "FORNECEDOR:".
       78  REQUEST-NOTE-TEXT     VALUE "N. DA GUIA DE REMESSA:".

       78  MESSAGE-RECEIPT
           VALUE "CONFIRMA A ENTRADA EM STOCK? (S)IM | (N)AO:".

       78  MESSAGE-RECEIPT-YES
           VALUE "RECECAO REGISTADA. STOCK ATUALIZADO COM SUCESSO".

       78  MESSAGE-RECEIPT-NO
           VALUE "RECECAO NAO FOI REGISTADA".

       78  REQUEST-REORDER-TEXT
           VALUE "NIVEL DE ENCOMENDA (0 PARA NENHUM):".

       78  MESSAGE-REORDER-YES
           VALUE "NIVEL DE ENCOMENDA GRAVADO COM SUCESSO".

       78  STOCK-HEADER-TEXT
           VALUE "ID     NOME                                 EM STOCK  
      -    "   NIVEL ENC. UNIDADE".

       78  BELOW-REORDER-TEXT VALUE " ** ABAIXO DO NIVEL **".

       78  EMPTY-RECORDS
           VALUE "NENHUM INGREDIENTE REGISTADO NO MOMENTO".

       78  INVALID-OPTION
           VALUE "INVALIDA. INTRODUZA UMA OPCAO VALIDA. (S) PARA SIM, (N
      -    ") PARA NAO".
