      **************************************************************
      ** CPYADTFD - LAYOUT DO REGISTRO DE ADIANTAMENTOS QUINZENAIS
      ** (ADIANTAM). UM REGISTRO POR ADIANTAMENTO PAGO, COM A
      ** COMPETENCIA (AAAAMM) EM QUE SERA DESCONTADO, A DATA DO
      ** PAGAMENTO, A BASE DE CALCULO (SALARIO LIMITADO AO TETO DA
      ** FAIXA DO CARGO) E O VALOR DEPOSITADO. O ARQUIVO ACUMULA AS
      ** COMPETENCIAS; A FOLHA SO CONSIDERA A DO LOTE.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ADIANTAM-FILE.
       01  ADIANTAM-REG.
           05  ADT-MATRICULA      PIC 9(05).
           05  ADT-COMPETENCIA.
               10  ADT-COMP-ANO   PIC 9(04).
               10  ADT-COMP-MES   PIC 9(02).
           05  ADT-DATA           PIC 9(08).
           05  ADT-BASE           PIC 9(06)V99.
           05  ADT-VALOR          PIC 9(06)V99.
