      **************************************************************
      ** CPYCMOSL - SELECT DO MOVIMENTO DE CREDITO DOS CLIENTES
      ** (CREDMOV), GRAVADO A CADA CREDITO, APLICACAO OU DEVOLUCAO
      ** (VER CPYCCLPR) E LIDO PELO EXTRATO DO CLIENTE (PROGEXTC).
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT CREDMOV-FILE ASSIGN TO "CREDMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDMOV-STATUS.
