      **************************************************************
      ** CPYRNDSL - SELECT DO HISTORICO DE RENDIMENTO DO PLANO DE
      ** CORTE (RENDCORT), ACRESCENTADO A CADA RODADA DO PROGORB E
      ** LIDO PELO PLANEJAMENTO DE CHAPAS (PROGMRPB). INCLUIR NO
      ** FILE-CONTROL.
      **************************************************************
           SELECT RENDCORT-FILE ASSIGN TO "RENDCORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RENDCORT-STATUS.
