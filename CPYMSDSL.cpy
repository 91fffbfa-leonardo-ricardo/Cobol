      **************************************************************
      ** CPYMSDSL - SELECT DO REGISTRO DE MENSALIDADES FATURADAS
      ** (MENSALID), GRAVADO PELO PROGMENB. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT MENSALID-FILE ASSIGN TO "MENSALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENSALID-STATUS.
