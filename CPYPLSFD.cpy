      **************************************************************
      ** CPYPLSFD - LAYOUT DA TABELA DE PLANOS DE SAUDE (PLANOSAU).
      ** UM REGISTRO POR PLANO, COM O FORNECEDOR (OPERADORA, VER
      ** CPYFORFD), O CUSTO MENSAL DO TITULAR, O PERCENTUAL DESSE
      ** CUSTO A CARGO DO EMPREGADO E O VALOR POR DEPENDENTE,
      ** INTEGRALMENTE A CARGO DO EMPREGADO. INCLUIR NA FILE
      ** SECTION.
      **************************************************************
       FD  PLANOSAU-FILE.
       01  PLANOSAU-REG.
           05  PLS-CODIGO         PIC X(04).
           05  PLS-DESCRICAO      PIC X(20).
           05  PLS-FORNECEDOR     PIC 9(04).
           05  PLS-VALOR-TITULAR  PIC 9(05)V99.
           05  PLS-PERC-EMPREGADO PIC 9(03)V99.
           05  PLS-VALOR-DEPENDENTE PIC 9(05)V99.
