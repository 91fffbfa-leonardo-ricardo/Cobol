      **************************************************************
      ** CPYBENSL - SELECT DO CADASTRO DE BENEFICIOS DOS EMPREGADOS
      ** (BENEFIC), INDEXADO PELA MATRICULA MAIS O TIPO DO
      ** BENEFICIO. COMPARTILHADO ENTRE A MANUTENCAO (PROGBENM) E A
      ** FOLHA (PROGTEPB), QUE DESCONTA A PARTE DO EMPREGADO.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT BENEFIC-FILE ASSIGN TO "BENEFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WRK-BENEFIC-STATUS.
