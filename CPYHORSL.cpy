      **************************************************************
      ** CPYHORSL - SELECT DA GRADE HORARIA (HORARIO), INDEXADA POR
      ** TURMA+DIA+PERIODO. MANTIDA PELO PROGATBM E VALIDADA PELO
      ** PROGHORB. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT HORARIO-FILE ASSIGN TO "HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HORARIO-STATUS.
