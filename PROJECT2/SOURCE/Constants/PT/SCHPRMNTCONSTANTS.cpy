      ******************************************************************
      *    BREADWICH | ACORDOS DE PRECO POR ESCOLA
      ******************************************************************
      *    PORTUGUESE LANGUAGE | V1.0 | 15.10.2026
      ******************************************************************
       78  MAIN-TEXT
           VALUE "ACORDOS DE PRECO POR ESCOLA".

       78  OPTION-REGISTER1 VALUE "1 - REGISTAR / ALTERAR ACORDO".
       78  OPTION-LIST2     VALUE "2 - CONSULTAR ACORDOS DE UMA ESCOLA".
       78  OPTION-END3      VALUE "3 - TERMINAR ACORDO".
       78  OPTION-EXIT4     VALUE "4 - SAIR DO PROGRAMA".
       78  ACCEPT-OPTION    VALUE "ESCOLHA UMA OPCAO:".

       78  OPTION-ERROR
           VALUE "OPCAO INVALIDA. INDIQUE UMA OPCAO VALIDA".

       78  NOT-AUTHORIZED
           VALUE "FUNCAO RESERVADA A SUPERVISORES".

       78  REQUEST-SCHOOL-TEXT
           VALUE "INDIQUE O ID DA ESCOLA:".

       78  INVALID-SCHOOL
           VALUE "ESCOLA INVALIDA. INTRODUZA UMA ESCOLA VALIDA".

       78  REQUEST-SANDWICH-TEXT
           VALUE "INDIQUE O ID DA SANDES:".

       78  INVALID-SANDWICH
           VALUE "SANDES INVALIDA. INTRODUZA UMA SANDES VALIDA".

       78  LIST-PRICE-TEXT VALUE "PRECO DE TABELA: ".

       78  REQUEST-FROM-TEXT
           VALUE "VALIDO DESDE (AAAAMMDD):".

       78  REQUEST-TO-TEXT
           VALUE "VALIDO ATE (AAAAMMDD):".

       78  INVALID-DATE
           VALUE "DATA INVALIDA. INTRODUZA UMA DATA VALIDA".

       78  INVALID-PERIOD
           VALUE "A DATA FINAL NAO PODE SER ANTERIOR A DATA INICIAL".

       78  REQUEST-TYPE-TEXT
           VALUE "(P)RECO CONTRATADO | (D)ESCONTO PERCENTUAL:".

       78  INVALID-TYPE
           VALUE "TIPO INVALIDO. INDIQUE P OU D".

       78  REQUEST-PRICE-TEXT
           VALUE "PRECO UNITARIO CONTRATADO:".

       78  INVALID-PRICE
           VALUE "O PRECO CONTRATADO TEM DE SER INFERIOR AO DE TABELA".

       78  REQUEST-PCT-TEXT
           VALUE "PERCENTAGEM DE DESCONTO (0.01 A 99.99):".

       78  INVALID-PCT
           VALUE "PERCENTAGEM INVALIDA. INTRODUZA UM VALOR VALIDO".

       78  REQUEST-MIN-QTY-TEXT
           VALUE "QUANTIDADE MINIMA MENSAL (0 PARA SEMPRE):".

       78  OVERLAP-TEXT
           VALUE "JA EXISTE UM ACORDO PARA ESTA SANDES NESSE PERIODO:".

       78  EXISTING-TEXT
           VALUE "JA EXISTE UM ACORDO COM ESTA DATA INICIAL:".

       78  MESSAGE-REPLACE
           VALUE "SUBSTITUI O ACORDO EXISTENTE? (S)IM | (N)AO:".

       78  MESSAGE-SAVE
           VALUE "CONFIRMA O ACORDO? (S)IM | (N)AO:".

       78  MESSAGE-SAVE-YES
           VALUE "ACORDO GRAVADO COM SUCESSO".

       78  MESSAGE-SAVE-NO
           VALUE "O ACORDO NAO FOI GRAVADO".

       78  NOT-FOUND-TEXT
           VALUE "NAO EXISTE ACORDO COM ESSA DATA INICIAL".

       78  REQUEST-END-TEXT
           VALUE "NOVA DATA FINAL (AAAAMMDD):".

       78  INVALID-END
           VALUE "A NOVA DATA FINAL TEM DE ANTECEDER A ATUAL".

       78  MESSAGE-END
           VALUE "CONFIRMA O FIM DO ACORDO? (S)IM | (N)AO:".

       78  MESSAGE-END-YES
           VALUE "ACORDO TERMINADO COM SUCESSO".

       78  MESSAGE-END-NO
           VALUE "O ACORDO NAO FOI ALTERADO".

       78  AGREEMENT-HEADER-TEXT
           VALUE "SANDES NOME                     DESDE    ATE      TIPO
      -    "        VALOR QTD.MIN".

       78  EXPIRED-TEXT VALUE " (EXPIRADO)".

       78  EMPTY-RECORDS
           VALUE "NENHUM ACORDO REGISTADO PARA ESTA ESCOLA".

       78  INVALID-OPTION
           VALUE "INVALIDA. INTRODUZA UMA OPCAO VALIDA. (S) PARA SIM, (N
      -    ") PARA NAO".
