      **************************************************************
      ** CPYBCHFD - LAYOUT DO BANCO DE HORAS (BCOHORAS). UM
      ** REGISTRO (LOTE) POR EMPREGADO E COMPETENCIA DE CREDITO
      ** (AAAAMM), COM AS HORAS CREDITADAS NA COMPETENCIA E O SALDO
      ** AINDA NAO COMPENSADO NEM PAGO. AS COMPENSACOES BAIXAM OS
      ** LOTES MAIS ANTIGOS PRIMEIRO E O LOTE QUE ATINGE O PRAZO DO
      ** ACORDO (WRK-BCH-MESES-VALIDADE) E PAGO PELA FOLHA.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  BCOHORAS-FILE.
       01  BCOHORAS-REG.
           05  BCH-CHAVE.
               10  BCH-MATRICULA  PIC 9(05).
               10  BCH-COMPETENCIA.
                   15  BCH-COMP-ANO PIC 9(04).
                   15  BCH-COMP-MES PIC 9(02).
           05  BCH-HORAS-CREDITADAS PIC 9(04)V99.
           05  BCH-SALDO-HORAS    PIC 9(04)V99.
