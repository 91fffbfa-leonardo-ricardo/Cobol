      **************************************************************
      ** CPYPDDSL - SELECT DA TABELA DE PERCENTUAIS DE PROVISAO
      ** PARA DEVEDORES DUVIDOSOS (PDD) POR FAIXA DE DIAS DE ATRASO
      ** (MANTIDA PELO PROGPARM, LIDA PELO PROGPDDB). INCLUIR NO
      ** FILE-CONTROL.
      **************************************************************
           SELECT PDDTAB-FILE ASSIGN TO "PDDTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PDDTAB-STATUS.
