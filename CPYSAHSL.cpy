      **************************************************************
      ** CPYSAHSL - SELECT DO HISTORICO DE ACOES DOS CHAMADOS DO SAC
      ** (SACHIST), GRAVADO EM EXTEND PELO PROGSACM.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT SACHIST-FILE ASSIGN TO "SACHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SACHIST-STATUS.
