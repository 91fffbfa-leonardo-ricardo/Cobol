      **************************************************************
      ** CPYMBCSL - SELECT DO MOVIMENTO DAS CONTAS BANCARIAS DA
      ** EMPRESA (MOVBANCO), GRAVADO PELAS REMESSAS, RETORNOS E
      ** TRANSFERENCIAS E LIDO PELA POSICAO DE TESOURARIA (PROGTESB).
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT MOVBANCO-FILE ASSIGN TO "MOVBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVBANCO-STATUS.
