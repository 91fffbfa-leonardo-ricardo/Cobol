      **************************************************************
      ** CPYBLSSL - SELECT DO CADASTRO DE BOLSAS DE ESTUDO (BOLSAS),
      ** INDEXADO PELA MATRICULA (UMA BOLSA POR ALUNO). MANTIDO PELO
      ** PROGBLSM, APLICADO NO FATURAMENTO PELO PROGMENB E
      ** ACOMPANHADO PELO PROGBLSB. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT BOLSAS-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLS-MATRICULA
               FILE STATUS IS WRK-BOLSAS-STATUS.
