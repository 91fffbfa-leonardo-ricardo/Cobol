      **************************************************************
      ** CPYPRVFD - LAYOUT DO SALDO DE PROVISOES TRABALHISTAS
      ** (PROVISAO). UM REGISTRO POR EMPREGADO COM O SALDO
      ** PROVISIONADO E AINDA NAO CONSUMIDO DE FERIAS (COM O
      ** TERCO), DE 13o SALARIO E DOS ENCARGOS (FGTS E INSS
      ** PATRONAL) SOBRE AMBOS, MAIS A ULTIMA COMPETENCIA
      ** PROVISIONADA (AAAAMM). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  PROVISAO-FILE.
       01  PROVISAO-REG.
           05  PRV-MATRICULA      PIC 9(05).
           05  PRV-SALDO-FERIAS   PIC 9(07)V99.
           05  PRV-SALDO-13       PIC 9(07)V99.
           05  PRV-SALDO-ENCARGOS PIC 9(07)V99.
           05  PRV-ULT-COMPETENCIA PIC 9(06).
