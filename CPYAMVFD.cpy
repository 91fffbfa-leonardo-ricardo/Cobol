      **************************************************************
      ** CPYAMVFD - LAYOUT DO HISTORICO DE MOVIMENTOS DO ATIVO
      ** IMOBILIZADO (ATIVOMOV). UM REGISTRO POR MOVIMENTO, NA
      ** ORDEM EM QUE OCORREU:
      ** 'I' INCLUSAO - VALOR = VALOR DE AQUISICAO;
      ** 'T' TRANSFERENCIA - CENTRO DE ORIGEM E DE DESTINO, VALOR
      **     ZERO (A DEPRECIACAO DO MES E RATEADA PELOS DIAS EM
      **     CADA CENTRO, VER PROGDEPB);
      ** 'D' DEPRECIACAO - VALOR = COTA LANCADA NO CENTRO DE
      **     ORIGEM (UM REGISTRO POR CENTRO QUANDO RATEADA);
      ** 'B' BAIXA - VALOR = VALOR DE VENDA E RESULTADO = GANHO
      **     (POSITIVO) OU PERDA (NEGATIVO) SOBRE O VALOR RESIDUAL.
      ** O CUSTO E A DEPRECIACAO ACUMULADA SAO OS DO BEM DEPOIS DO
      ** MOVIMENTO. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ATIVOMOV-FILE.
       01  ATIVOMOV-REG.
           05  AMV-CODIGO         PIC 9(05).
           05  AMV-DATA           PIC 9(08).
           05  AMV-TIPO           PIC X(01).
               88  AMV-INCLUSAO               VALUE 'I'.
               88  AMV-TRANSFERENCIA          VALUE 'T'.
               88  AMV-DEPRECIACAO            VALUE 'D'.
               88  AMV-BAIXA                  VALUE 'B'.
           05  AMV-CCUSTO-ORIGEM  PIC X(05).
           05  AMV-CCUSTO-DESTINO PIC X(05).
           05  AMV-VALOR          PIC 9(09)V99.
           05  AMV-VALOR-AQUISICAO PIC 9(09)V99.
           05  AMV-DEPREC-ACUM    PIC 9(09)V99.
           05  AMV-RESULTADO      PIC S9(09)V99.
           05  AMV-DOCUMENTO      PIC X(10).
