      **************************************************************
      ** CPYRCTSL - SELECT DO ARQUIVO DE RECERTIFICACAO DE ACESSOS
      ** (RECERTIF), GRAVADO PELO PROGRCTM E APLICADO PELO PROGRCTB.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT RECERTIF-FILE ASSIGN TO "RECERTIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECERTIF-STATUS.
