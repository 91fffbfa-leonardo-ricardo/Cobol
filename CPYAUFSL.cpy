      **************************************************************
      ** CPYAUFSL - SELECT DA INTERFACE DE HORAS-AULA PARA A FOLHA
      ** (AULFOLHA), GRAVADA PELA CARGA HORARIA DOS PROFESSORES
      ** (PROGAULB) E PAGA PELA FOLHA (PROGTEPB), QUE A ESVAZIA AO
      ** FINAL. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT AULFOLHA-FILE ASSIGN TO "AULFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AULFOLHA-STATUS.
