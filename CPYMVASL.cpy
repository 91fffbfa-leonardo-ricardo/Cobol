      **************************************************************
      ** CPYMVASL - SELECT DAS MOVIMENTACOES DE ALUNO (MOVALUNO):
      ** TRANSFERENCIAS DE TURMA E TRANCAMENTOS DE MATRICULA, NA
      ** ORDEM EM QUE FORAM REGISTRADOS (PROGMVAM). INCLUIR NO
      ** FILE-CONTROL.
      **************************************************************
           SELECT MOVALUNO-FILE ASSIGN TO "MOVALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVALUNO-STATUS.
