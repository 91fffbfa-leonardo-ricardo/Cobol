      **************************************************************
      ** CPYAUFFD - LAYOUT DA INTERFACE DE HORAS-AULA (AULFOLHA). UM
      ** REGISTRO POR PROFESSOR EMPREGADO COM HORA-AULA: MATRICULA
      ** NA FOLHA, CODIGO DO PROFESSOR, COMPETENCIA (AAAAMM), HORAS
      ** DO MES E VALOR A PAGAR (HORAS-AULA MAIS O REPOUSO SEMANAL
      ** REMUNERADO). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  AULFOLHA-FILE.
       01  AULFOLHA-REG.
           05  AUF-MATRICULA      PIC 9(05).
           05  AUF-PROFESSOR      PIC 9(04).
           05  AUF-COMPETENCIA.
               10  AUF-COMP-ANO   PIC 9(04).
               10  AUF-COMP-MES   PIC 9(02).
           05  AUF-HORAS          PIC 9(03)V99.
           05  AUF-VALOR          PIC 9(07)V99.
