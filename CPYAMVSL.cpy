      **************************************************************
      ** CPYAMVSL - SELECT DO HISTORICO DE MOVIMENTOS DO ATIVO
      ** IMOBILIZADO (ATIVOMOV), SEQUENCIAL, SO ACRESCIDO. GRAVADO
      ** PELA MANUTENCAO (PROGAFXM) E PELA DEPRECIACAO MENSAL
      ** (PROGDEPB) E LISTADO PARA A AUDITORIA PELO PROGAMVR.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT ATIVOMOV-FILE ASSIGN TO "ATIVOMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ATIVOMOV-STATUS.
