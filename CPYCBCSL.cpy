      **************************************************************
      ** CPYCBCSL - SELECT DO CADASTRO DE CONTAS BANCARIAS DA
      ** EMPRESA (CONTABCO), INDEXADO PELO CODIGO DA CONTA. MANTIDO
      ** PELO PROGCBCM E LIDO PELAS REMESSAS, RETORNOS,
      ** TRANSFERENCIAS E PELA POSICAO DE TESOURARIA (VER CPYCBCPR).
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT CONTABCO-FILE ASSIGN TO "CONTABCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBC-CODIGO
               FILE STATUS IS WRK-CONTABCO-STATUS.
