      **************************************************************
      ** CPYBHSSL - SELECT DO HISTORICO MENSAL DE BENEFICIOS
      ** (BENHIST), GRAVADO PELA FOLHA (PROGTEPB) A CADA BENEFICIO
      ** DESCONTADO E LIDO PELO RELATORIO DE CUSTO DE BENEFICIOS
      ** (PROGBENR). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT BENHIST-FILE ASSIGN TO "BENHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BENHIST-STATUS.
