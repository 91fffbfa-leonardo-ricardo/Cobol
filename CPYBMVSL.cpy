      **************************************************************
      ** CPYBMVSL - SELECT DO MOVIMENTO DO BANCO DE HORAS (BCHMOV),
      ** GRAVADO PELA FOLHA E PELA RESCISAO A CADA CREDITO,
      ** COMPENSACAO OU PAGAMENTO (VER CPYBCHPR) E LIDO PELO
      ** EXTRATO MENSAL (PROGBCHR). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT BCHMOV-FILE ASSIGN TO "BCHMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BCHMOV-STATUS.
