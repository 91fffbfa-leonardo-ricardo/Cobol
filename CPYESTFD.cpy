      ** MOLDES DA LISTA DE REPOSICAO DE MATERIAIS, REPOSREL). O
      ** SALDO SOBE PELAS ENTRADAS (PROGESTB) E DESCE A CADA ITEM
      ** FATURADO (PROGFATB); ITEM SEM SALDO E BLOQUEADO E VAI PARA
      ** EXCECOES. O RESERVADO E A SOMA DAS RESERVAS DOS PEDIDOS EM
      ** CARTEIRA (VER CPYRSVPR); O DISPONIVEL PARA PROMETER E O
      ** SALDO MENOS O RESERVADO. O CUSTO MEDIO PONDERADO E
      ** RECALCULADO A CADA ENTRADA COM CUSTO (PROGESTB) E VALORIZA
      ** AS SAIDAS FATURADAS E AS DEVOLUCOES REESTOCADAS (VER
      ** CPYCMVFD). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ESTOQUEP-FILE.
       01  ESTOQUEP-REG.
           05  EST-CODIGO         PIC X(08).
           05  EST-SALDO          PIC 9(07).
           05  EST-MINIMO         PIC 9(05).
           05  EST-RESERVADO      PIC 9(07).
           05  EST-CUSTO-MEDIO    PIC 9(05)V9999.
