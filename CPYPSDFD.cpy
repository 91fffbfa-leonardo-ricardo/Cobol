      **************************************************************
      ** CPYPSDFD - LAYOUT DO SALDO DA PDD (PDDSALDO): O SALDO
      ** CONTABILIZADO NA CONTA DE PROVISAO (11008), A ULTIMA
      ** COMPETENCIA CALCULADA (AAAAMM) E A DATA DA ULTIMA
      ** ATUALIZACAO. ARQUIVO AUSENTE EQUIVALE A SALDO ZERO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  PDDSALDO-FILE.
       01  PDDSALDO-REG.
           05  PSD-SALDO           PIC 9(11)V99.
           05  PSD-ULT-COMPETENCIA PIC 9(06).
           05  PSD-DATA-ATUALIZA   PIC 9(08).
