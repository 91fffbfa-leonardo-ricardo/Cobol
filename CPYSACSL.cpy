      **************************************************************
      ** CPYSACSL - SELECT DO CADASTRO DE CHAMADOS DO SAC (SACCHAM),
      ** INDEXADO PELO NUMERO DO CHAMADO. MANTIDO PELO PROGSACM E
      ** LIDO PELO AGING NOTURNO (PROGSACB) E PELO RESUMO MENSAL
      ** (PROGSAMB). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT SACCHAM-FILE ASSIGN TO "SACCHAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAC-NUMERO
               FILE STATUS IS WRK-SACCHAM-STATUS.
