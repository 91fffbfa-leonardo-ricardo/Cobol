      **************************************************************
      ** CPYDVFSL - SELECT DO HISTORICO DE CONFERENCIA DE COBRANCA
      ** DE FRETE (DIVFRETE), ACUMULADO PELO PROGFRET A CADA
      ** RETORNO CONFERIDO E LIDO PELA AVALIACAO MENSAL DAS
      ** TRANSPORTADORAS (PROGAVTB). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT DIVFRETE-FILE ASSIGN TO "DIVFRETE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIVFRETE-STATUS.
