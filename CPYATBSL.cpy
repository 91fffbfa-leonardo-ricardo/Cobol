      **************************************************************
      ** CPYATBSL - SELECT DAS ATRIBUICOES DE AULA (ATRIBUI),
      ** INDEXADO POR TURMA+MATERIA (UM PROFESSOR POR MATERIA DA
      ** TURMA). MANTIDO PELO PROGATBM. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT ATRIBUI-FILE ASSIGN TO "ATRIBUI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-ATRIBUI-STATUS.
