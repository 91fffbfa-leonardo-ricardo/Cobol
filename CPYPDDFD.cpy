      **************************************************************
      ** CPYPDDFD - LAYOUT DA TABELA DE PERCENTUAIS DE PDD. UM
      ** REGISTRO POR FAIXA DE DIAS DE ATRASO (DIA INICIAL, DIA
      ** FINAL E PERCENTUAL DO SALDO A PROVISIONAR, 0 A 100).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  PDDTAB-FILE.
       01  PDDTAB-REG.
           05  PDD-DIAS-DE         PIC 9(05).
           05  PDD-DIAS-ATE        PIC 9(05).
           05  PDD-PERCENTUAL      PIC 9(03)V99.
