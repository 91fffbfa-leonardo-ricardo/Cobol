      **************************************************************
      ** CPYPENSL - SELECT DO CADASTRO DE PENSOES ALIMENTICIAS
      ** JUDICIAIS (PENSAO), INDEXADO PELA MATRICULA DO EMPREGADO
      ** (UMA ORDEM ATIVA POR EMPREGADO). COMPARTILHADO ENTRE A
      ** MANUTENCAO (PROGPENM) E A FOLHA (PROGTEPB), QUE DESCONTA A
      ** PENSAO NO CONTRACHEQUE E DEPOSITA NA CONTA DO BENEFICIARIO.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT PENSAO-FILE ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-MATRICULA
               FILE STATUS IS WRK-PENSAO-STATUS.
