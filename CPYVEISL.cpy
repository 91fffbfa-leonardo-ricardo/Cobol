      **************************************************************
      ** CPYVEISL - SELECT DA TABELA DE TIPOS DE VEICULO (VEICTAB),
      ** COM A CAPACIDADE DE PESO E DE CUBAGEM DE CADA TIPO
      ** (MANTIDA PELO PROGPARM, LIDA PELA MONTAGEM DE CARGAS
      ** PROGCRGB). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT VEICTAB-FILE ASSIGN TO "VEICTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VEICTAB-STATUS.
