      **************************************************************
      ** CPYACDFD - LAYOUT DO CADASTRO DE ACORDOS DE RENEGOCIACAO
      ** (ACORDO). UM REGISTRO POR ACORDO: CLIENTE, DATA E
      ** OPERADOR, A DIVIDA RENEGOCIADA (SALDO DOS TITULOS
      ** ORIGINAIS MAIS MULTA E JUROS ATE A DATA DO ACORDO), O
      ** DESCONTO CONCEDIDO, A ENTRADA E O PARCELAMENTO DO
      ** RESTANTE, E A SITUACAO ('A' ATIVO / 'Q' QUITADO / 'R'
      ** ROMPIDO, QUANDO UMA PARCELA COMPLETA 30 DIAS DE ATRASO -
      ** VER PROGACDB) COM A DATA EM QUE MUDOU.
      ** OS TITULOS DO ACORDO NO CONTAREC TEM O NUMERO DO ACORDO
      ** (FAIXA RESERVADA A PARTIR DE 90000001); A ENTRADA, QUANDO
      ** HA, E A PARCELA 01.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ACORDO-FILE.
       01  ACORDO-REG.
           05  ACD-NUMERO         PIC 9(08).
           05  ACD-CLIENTE.
               10  ACD-TIPO-PESSOA PIC X(01).
               10  ACD-DOC-CLIENTE PIC 9(14).
           05  ACD-DATA           PIC 9(08).
           05  ACD-OPERADOR       PIC X(20).
           05  ACD-QTD-TITULOS    PIC 9(03).
           05  ACD-VALOR-ORIGINAL PIC 9(09)V99.
           05  ACD-VALOR-ENCARGOS PIC 9(09)V99.
           05  ACD-VALOR-DESCONTO PIC 9(09)V99.
           05  ACD-VALOR-ENTRADA  PIC 9(09)V99.
           05  ACD-QTD-PARCELAS   PIC 9(02).
           05  ACD-VALOR-PARCELA  PIC 9(09)V99.
           05  ACD-SITUACAO       PIC X(01).
               88  ACD-ATIVO                  VALUE 'A'.
               88  ACD-QUITADO                VALUE 'Q'.
               88  ACD-ROMPIDO                VALUE 'R'.
           05  ACD-DATA-SITUACAO  PIC 9(08).
