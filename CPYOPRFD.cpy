      **************************************************************
      ** CPYOPRFD - LAYOUT DO CADASTRO DE ORDENS DE PRODUCAO
      ** (ORDPROD). UMA ORDEM POR FABRICACAO DE PRODUTO SOB MEDIDA,
      ** ABERTA PELO PROGOPRM A PARTIR DE UM PEDIDO DE VENDA
      ** (PEDVENDA), COM A SUA LISTA DE PECAS GRAVADA NO ARQUIVO
      ** DE PECAS (PECAS, PEC-ORDEM) E O MATERIAL ESTIMADO DA LISTA
      ** (AREA DAS PECAS AO PRECO POR M2 DO MATERIAL). O PLANO DE
      ** CORTE (PROGORB) CORTA CADA ORDEM EM CHAPAS PROPRIAS E
      ** SOMA NA ORDEM O REALIZADO: CHAPAS INTEIRAS, RETALHOS
      ** APROVEITADOS E GERADOS, AREAS E DESPERDICIO; O CUSTO REAL
      ** E O MATERIAL CONSUMIDO AO PRECO POR M2 MENOS O CREDITO DOS
      ** RETALHOS GERADOS (REAPROVEITAVEIS). SITUACAO: 'A' ABERTA,
      ** 'C' CORTADA, 'F' CONCLUIDA (QUANTIDADE PRODUZIDA LANCADA
      ** NO ESTOQUE DE PRODUTOS ACABADOS, ESTOQUEP), 'X'
      ** CANCELADA. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ORDPROD-FILE.
       01  ORDPROD-REG.
           05  OPR-NUMERO         PIC 9(08).
           05  OPR-PEDIDO         PIC 9(08).
           05  OPR-CODPRODUTO     PIC X(08).
           05  OPR-QTD-PRODUZIR   PIC 9(05).
           05  OPR-QTD-PRODUZIDA  PIC 9(05).
           05  OPR-DATA-ABERTURA  PIC 9(08).
           05  OPR-DATA-CORTE     PIC 9(08).
           05  OPR-DATA-CONCLUSAO PIC 9(08).
           05  OPR-SITUACAO       PIC X(01).
               88  OPR-ABERTA                 VALUE 'A'.
               88  OPR-CORTADA                VALUE 'C'.
               88  OPR-CONCLUIDA              VALUE 'F'.
               88  OPR-CANCELADA              VALUE 'X'.
           05  OPR-QTD-PECAS      PIC 9(05).
           05  OPR-AREA-ESTIMADA  PIC 9(07)V9999.
           05  OPR-CUSTO-ESTIMADO PIC 9(07)V99.
           05  OPR-CHAPAS-USADAS  PIC 9(05).
           05  OPR-RETALHOS-USADOS PIC 9(05).
           05  OPR-RETALHOS-GERADOS PIC 9(05).
           05  OPR-AREA-CONSUMIDA PIC 9(07)V9999.
           05  OPR-AREA-PECAS     PIC 9(07)V9999.
           05  OPR-AREA-RETALHOS  PIC 9(07)V9999.
           05  OPR-AREA-DESPERDICIO PIC 9(07)V9999.
           05  OPR-CUSTO-MATERIAL PIC 9(07)V99.
           05  OPR-CREDITO-RETALHO PIC 9(07)V99.
           05  OPR-CUSTO-REAL     PIC 9(07)V99.
