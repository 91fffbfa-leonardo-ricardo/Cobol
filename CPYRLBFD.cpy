      **************************************************************
      ** CPYRLBFD - LAYOUT DAS LIBERACOES DE REMATRICULA (REMALIB).
      ** UM REGISTRO POR LIBERACAO: MATRICULA, ANO LETIVO QUE FECHA
      ** (A LIBERACAO SO VALE PARA AQUELA VIRADA), SUPERVISOR QUE
      ** LIBEROU, DATA, HORA E MOTIVO. A MESMA LIBERACAO VAI PARA A
      ** TRILHA DE AUDITORIA. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  REMALIB-FILE.
       01  REMALIB-REG.
           05  RLB-MATRICULA      PIC 9(06).
           05  RLB-ANO-LETIVO     PIC 9(04).
           05  RLB-USUARIO        PIC X(20).
           05  RLB-DATA           PIC 9(08).
           05  RLB-HORA           PIC 9(06).
           05  RLB-MOTIVO         PIC X(40).
