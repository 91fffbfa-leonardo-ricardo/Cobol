      **************************************************************
      ** CPYBCHSL - SELECT DO BANCO DE HORAS (BCOHORAS), INDEXADO
      ** PELA MATRICULA MAIS A COMPETENCIA EM QUE AS HORAS FORAM
      ** CREDITADAS. COMPARTILHADO ENTRE A FOLHA (PROGTEPB), A
      ** RESCISAO (PROGRESC) E O EXTRATO MENSAL (PROGBCHR). VER
      ** CPYBCHPR. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT BCOHORAS-FILE ASSIGN TO "BCOHORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCH-CHAVE
               FILE STATUS IS WRK-BCOHORAS-STATUS.
