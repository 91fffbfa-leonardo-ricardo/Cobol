      **    NEGATIVO.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O ATRASO MEDIO PASSA A SER APURADO POR
      **               CLIENTE COMPLETO (TIPO DE PESSOA MAIS CPF OU
      **               CNPJ); O PAGAMENTO (PAGTOS) GANHA O CLIENTE NO
      **               FIM DO REGISTRO.
      **  15/10/2026 LR - O SALDO PROJETADO DE CADA FIM DE MES DO
      **               HORIZONTE PASSA A SER GUARDADO NO HISTORICO DE
      **               PREVISOES (FLUXPREV, VER CPYFXP*), PARA O
      **               PAINEL MENSAL DE INDICADORES CONFRONTAR O
      **               CAIXA REALIZADO COM O PREVISTO. O SALDO
      **               INICIAL DE BANCOS PASSA A SER LIDO PELO LADO
      **               DEVEDOR (O SALDOCTA GUARDA O DEVEDOR COMO
      **               NEGATIVO), COMO NO BALANCO (PROGDREB).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FLUXOREL-FILE ASSIGN TO "FLUXOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FLUXOREL-STATUS.
           COPY CPYFXPSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).
       COPY CPYFHSFD.
       FD  SALDOCTA-FILE.
       01  SALDOCTA-REG.

       FD  FLUXOREL-FILE.
       01  FLUXOREL-LINHA         PIC X(100).
       COPY CPYFXPFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       77  WRK-FOLHAHIS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SALDOCTA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FLUXOREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FLUXPREV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-PAG-FIM-SW         PIC X(01) VALUE 'N'.
           05  TAB-ATR OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-ATR-QTD
                   INDEXED BY ATR-IDX.
               10  TAB-ATR-CLIENTE    PIC X(15).
               10  TAB-ATR-QTD-PAGTOS PIC 9(05).
               10  TAB-ATR-SOMA-DIAS  PIC S9(07).
       77  WRK-ATRASO-MEDIO       PIC S9(05) VALUE ZEROS.
               10  TAB-DIA-ENTRADAS   PIC 9(11)V99.
               10  TAB-DIA-SAIDAS     PIC 9(11)V99.
       77  WRK-DIA-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-DIA-SEGUINTE       PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-ATE           PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO-INICIAL      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-PROJETADO    PIC S9(11)V99 VALUE ZEROS.
           MOVE WRK-SALDO-INICIAL TO WRK-MENOR-SALDO.
           MOVE WRK-LOTECAB-DATA  TO WRK-DATA-MENOR-SALDO.

           OPEN EXTEND FLUXPREV-FILE.
           IF WRK-FLUXPREV-STATUS = '05' OR '35'
               CLOSE FLUXPREV-FILE
               OPEN OUTPUT FLUXPREV-FILE
           END-IF.

           PERFORM 0510-GRAVAR-LINHA-DIA
               VARYING WRK-DIA-SUB FROM 1 BY 1
               UNTIL WRK-DIA-SUB > 90.
           END-IF.

           CLOSE FLUXOREL-FILE.
           CLOSE FLUXPREV-FILE.
           IF WRK-CONTAREC-STATUS = '00'
               CLOSE CONTAREC-FILE
           END-IF.
           END-IF.
           WRITE FLUXOREL-LINHA FROM WRK-LINHA-DIA.

      *    ULTIMO DIA DO MES DENTRO DO HORIZONTE: GUARDA A PREVISAO
           IF WRK-DIA-SUB < 90
               COMPUTE WRK-DIA-SEGUINTE = WRK-DIA-SUB + 1
               IF TAB-DIA-DATA(WRK-DIA-SUB)(1:6)
                   NOT = TAB-DIA-DATA(WRK-DIA-SEGUINTE)(1:6)
                   MOVE WRK-LOTECAB-DATA    TO FXP-DATA-GERACAO
                   MOVE TAB-DIA-DATA(WRK-DIA-SUB)(1:6) TO FXP-ANOMES
                   MOVE WRK-SALDO-PROJETADO TO FXP-SALDO-PREVISTO
                   WRITE FLUXPREV-REG
               END-IF
           END-IF.

      **************************************************************
      ** MONTA O CALENDARIO DO HORIZONTE: A DATA DE CADA UM DOS 90
      ** DIAS A FRENTE DA DATA DO LOTE (PROGDATA, FUNCAO 'AD').
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-SALDO-INICIAL = ZERO - SCT-SALDO
               END-READ
               CLOSE SALDOCTA-FILE
           END-IF.
               AT END
                   IF WRK-TAB-ATR-QTD < 300
                       ADD 1 TO WRK-TAB-ATR-QTD
                       MOVE CRC-CLIENTE     TO
                           TAB-ATR-CLIENTE(WRK-TAB-ATR-QTD)
                       MOVE 1 TO TAB-ATR-QTD-PAGTOS(WRK-TAB-ATR-QTD)
                       MOVE DTS-DIAS TO
                           TAB-ATR-SOMA-DIAS(WRK-TAB-ATR-QTD)
                   END-IF
               WHEN TAB-ATR-CLIENTE(ATR-IDX) = CRC-CLIENTE
                   SET WRK-ATR-ACHOU TO TRUE
                   ADD 1 TO TAB-ATR-QTD-PAGTOS(ATR-IDX)
                   ADD DTS-DIAS TO TAB-ATR-SOMA-DIAS(ATR-IDX)
           SEARCH TAB-ATR
               AT END
                   CONTINUE
               WHEN TAB-ATR-CLIENTE(ATR-IDX) = CRC-CLIENTE
                   COMPUTE WRK-ATRASO-MEDIO =
                       TAB-ATR-SOMA-DIAS(ATR-IDX)
                       / TAB-ATR-QTD-PAGTOS(ATR-IDX)
