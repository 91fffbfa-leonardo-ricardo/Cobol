      **************************************************************
      ** CPYRLBSL - SELECT DAS LIBERACOES DE REMATRICULA (REMALIB):
      ** MATRICULAS PENDENTES FINANCEIRO QUE UM SUPERVISOR LIBEROU
      ** (PROGREMM) PARA A PROXIMA RODADA DA REMATRICULA (PROGREMB)
      ** RENOVAR APESAR DO DEBITO. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT REMALIB-FILE ASSIGN TO "REMALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMALIB-STATUS.
