      **************************************************************
      ** CPYBHSFD - LAYOUT DO HISTORICO MENSAL DE BENEFICIOS
      ** (BENHIST). UM REGISTRO POR BENEFICIO DE CADA CONTRACHEQUE,
      ** COM A COMPETENCIA (AAAAMM), O CENTRO DE CUSTO DO
      ** EMPREGADO, O TIPO E O PLANO, O FORNECEDOR, O CUSTO TOTAL
      ** DO MES E A DIVISAO ENTRE A PARTE DESCONTADA DO EMPREGADO E
      ** A PARTE DA EMPRESA. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  BENHIST-FILE.
       01  BENHIST-REG.
           05  BHS-COMPETENCIA.
               10  BHS-COMP-ANO   PIC 9(04).
               10  BHS-COMP-MES   PIC 9(02).
           05  BHS-MATRICULA      PIC 9(05).
           05  BHS-CENTRO-CUSTO   PIC X(05).
           05  BHS-TIPO           PIC X(01).
           05  BHS-PLANO          PIC X(04).
           05  BHS-FORNECEDOR     PIC 9(04).
           05  BHS-QTD-DEPENDENTES PIC 9(02).
           05  BHS-CUSTO-TOTAL    PIC 9(07)V99.
           05  BHS-PARTE-EMPREGADO PIC 9(07)V99.
           05  BHS-PARTE-EMPRESA  PIC 9(07)V99.
