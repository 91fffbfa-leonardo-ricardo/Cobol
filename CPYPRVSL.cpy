      **************************************************************
      ** CPYPRVSL - SELECT DO SALDO DE PROVISOES TRABALHISTAS POR
      ** EMPREGADO (PROVISAO), INDEXADO PELA MATRICULA.
      ** COMPARTILHADO ENTRE A PROVISAO MENSAL (PROGPRVB) E OS
      ** PAGAMENTOS QUE A CONSOMEM: FERIAS (PROGFERP), 13o SALARIO
      ** (PROGD13B) E RESCISAO (PROGRESC). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT PROVISAO-FILE ASSIGN TO "PROVISAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WRK-PROVISAO-STATUS.
