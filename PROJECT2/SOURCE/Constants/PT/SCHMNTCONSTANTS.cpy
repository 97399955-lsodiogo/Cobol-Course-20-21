       78  OPTION-VIEW2     VALUE "2 - CONSULTAR ESCOLA".
       78  OPTION-EDIT3     VALUE "3 - EDITAR ESCOLA".
       78  OPTION-DISABLE4  VALUE "4 - DESATIVAR ESCOLA".
       78  OPTION-ALLERGEN5 VALUE "5 - RESTRICOES ALIMENTARES".
       78  OPTION-EXIT6     VALUE "6 - SAIR DO PROGRAMA".
       78  ACCEPT-OPTION    VALUE "ESCOLHA UMA OPCAO:".

       78  OPTION-ERROR

       78  NOT-AUTHORIZED
           VALUE "FUNCAO RESERVADA A SUPERVISORES".

       78  RESTRICT-HEADER
           VALUE "ALERGENIO PROIBIDO NA ESCOLA? (S)IM | (N)AO:".

       78  REGISTER-TEXT-ENFORCE
           VALUE "EM CONFLITO - (B)LOQUEAR LINHA | (A)VISAR OPERADOR:".

       78  INVALID-ENFORCE
           VALUE "OPCAO INVALIDA. (B) PARA BLOQUEAR, (A) PARA AVISAR".

       78  MESSAGE-RESTRICT-YES
           VALUE "RESTRICOES ALIMENTARES GRAVADAS COM SUCESSO".

       78  VIEW-RESTRICT-TEXT VALUE "      ALERGENIOS PROIBIDOS:".
       78  VIEW-ENFORCE-BLOCK VALUE "      EM CONFLITO: BLOQUEAR".
       78  VIEW-ENFORCE-WARN  VALUE "      EM CONFLITO: AVISAR".
