      **************************************************************
      ** CPYBMVFD - LAYOUT DO MOVIMENTO DO BANCO DE HORAS (BCHMOV).
      ** UM REGISTRO POR MOVIMENTO, COM A COMPETENCIA DO LOTE DE
      ** PROCESSAMENTO, A COMPETENCIA DE ORIGEM DO LOTE DE HORAS
      ** MOVIMENTADO, O TIPO ('C' CREDITO DO PONTO, 'D' COMPENSACAO
      ** (FOLGA), 'V' PAGAMENTO POR VENCIMENTO, 'R' PAGAMENTO NA
      ** RESCISAO), AS HORAS E, NOS PAGAMENTOS, O VALOR PAGO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  BCHMOV-FILE.
       01  BCHMOV-REG.
           05  BMV-COMPETENCIA.
               10  BMV-COMP-ANO   PIC 9(04).
               10  BMV-COMP-MES   PIC 9(02).
           05  BMV-MATRICULA      PIC 9(05).
           05  BMV-TIPO           PIC X(01).
               88  BMV-CREDITO              VALUE 'C'.
               88  BMV-COMPENSACAO          VALUE 'D'.
               88  BMV-PAGO-VENCIMENTO      VALUE 'V'.
               88  BMV-PAGO-RESCISAO        VALUE 'R'.
           05  BMV-ORIGEM.
               10  BMV-ORIG-ANO   PIC 9(04).
               10  BMV-ORIG-MES   PIC 9(02).
           05  BMV-HORAS          PIC 9(04)V99.
           05  BMV-VALOR          PIC 9(07)V99.
           05  BMV-PROGRAMA       PIC X(09).
