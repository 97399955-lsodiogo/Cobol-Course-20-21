       78  OPTION-RECIPE3   VALUE "3 - DEFINIR LINHA DE RECEITA".
       78  OPTION-VIEW4     VALUE "4 - CONSULTAR RECEITA DE SANDUICHE".
       78  OPTION-DELETE5   VALUE "5 - ELIMINAR LINHA DE RECEITA".
       78  OPTION-ALLERGEN6
           VALUE "6 - DEFINIR ALERGENIOS DE INGREDIENTE".
       78  OPTION-EXIT7     VALUE "7 - SAIR DO PROGRAMA".
       78  ACCEPT-OPTION    VALUE "ESCOLHA UMA OPCAO:".

       78  OPTION-ERROR
       78  INVALID-OPTION
           VALUE "INVALIDA. INTRODUZA UMA OPCAO VALIDA. (S) PARA SIM, (N
      -    ") PARA NAO".

       78  ALLERGEN-HEADER
           VALUE "CONTEM ESTE ALERGENIO? (S)IM | (N)AO:".

       78  MESSAGE-ALLERGEN-YES
           VALUE "ALERGENIOS DO INGREDIENTE GRAVADOS COM SUCESSO".

       78  ALLERGEN-LIST-TEXT VALUE "    ALERGENIOS:".
