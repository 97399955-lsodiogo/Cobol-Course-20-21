       78  OPTION-EDIT3
           VALUE "3 - CAPACIDADE DIARIA DE UMA SANDUICHE".
       78  OPTION-EDIT4     VALUE "4 - TAXA DE IVA (PERCENTAGEM)".
       78  OPTION-EDIT5
           VALUE "5 - CONTAS DA CONTABILIDADE GERAL".
       78  OPTION-EXIT6     VALUE "6 - SAIR DO PROGRAMA".
       78  ACCEPT-OPTION    VALUE "ESCOLHA UMA OPCAO:".

       78  OPTION-ERROR
           VALUE "TAXA INVALIDA. INDIQUE UMA PERCENTAGEM ENTRE 0 E 99.99
      -    ". PARAMETRO NAO ALTERADO".

       78  GL-OPTION-RECEIVABLE VALUE "1 - CONTA DE CLIENTES".
       78  GL-OPTION-SALES      VALUE "2 - CONTA DE VENDAS".
       78  GL-OPTION-VAT        VALUE "3 - CONTA DE IVA A PAGAR".
       78  GL-OPTION-BANK       VALUE "4 - CONTA DE BANCO".
       78  GLACCOUNT-TEXT       VALUE "CODIGO DA CONTA:".

       78  INVALID-GLACCOUNT-TEXT
           VALUE "CODIGO DE CONTA INVALIDO. INDIQUE UM NUMERO INTEIRO MA
      -    "IOR QUE ZERO. PARAMETRO NAO ALTERADO".

       78  PARAM-SAVED-TEXT
           VALUE "PARAMETRO ATUALIZADO COM SUCESSO".

