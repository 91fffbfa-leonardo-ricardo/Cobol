      **               UM SUBPROGRAMA CHAMADO PELO DRIVER DO LOTE
      **               (PROGLOTE) E STOP RUN ENCERRARIA A UNIDADE DE
      **               EXECUCAO INTEIRA.
      **  15/10/2026 LR - AVOS PASSAM A DESCONTAR OS MESES DE
      **               AFASTAMENTO (CADASTRO AFASTAM, VER CPYAFSPR):
      **               MES COM MENOS DE 15 DIAS PAGOS PELA EMPRESA
      **               (DOENCA/ACIDENTE A PARTIR DO 16o DIA E LICENCA
      **               NAO REMUNERADA) NAO CONTA AVO. MATERNIDADE
      **               CONTA NORMALMENTE.
      **  15/10/2026 LR - A PARCELA PAGA CONSOME A PROVISAO DE 13o DO
      **               EMPREGADO (PROVISAO, VER CPYPRVPR) E GERA OS
      **               LANCAMENTOS NO RAZAO (LANCTOS): DEBITO DA
      **               PROVISAO ATE O SALDO, EXCEDENTE NA DESPESA,
      **               CREDITO EM SALARIOS A PAGAR, E O MESMO PARA
      **               OS ENCARGOS SOBRE A PARCELA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMPSL.
           COPY CPYAFSSL.
           SELECT DEC13REL-FILE ASSIGN TO "DEC13REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEC13REL-STATUS.
           SELECT HIST13-FILE ASSIGN TO "HIST13"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST13-STATUS.
           COPY CPYPRVSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMPFD.
       COPY CPYAFSFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       FD  DEC13REL-FILE.
           05  H13-MESES          PIC 9(02).
           05  H13-VALOR-INTEGRAL PIC 9(07)V99.
           05  H13-VALOR-PARCELA  PIC 9(07)V99.
       COPY CPYPRVFD.

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-DEC13REL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DEC13CTL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-HIST13-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
       77  WRK-VALOR-1A-PARCELA   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-PARCELA      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-MES-AVO            PIC 9(02) VALUE ZEROS.
       77  WRK-MES-INICIAL        PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
       77  WRK-AVOS-AFASTAMENTO   PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-AVOS-AFAST   PIC 9(05) VALUE ZEROS.
       01  WRK-LINHA-DEC13.
           05  WRK-LD13-MATRICULA PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD13-INTEGRAL  PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD13-PARCELA   PIC ZZZ.ZZ9,99.
       COPY CPYDTSWS.
       COPY CPYAFSWS.
       COPY CPYPRVWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
               SET WRK-EMPREGADOS-ABERTO TO TRUE
               OPEN OUTPUT DEC13REL-FILE

               OPEN INPUT AFASTAM-FILE
               IF WRK-AFASTAM-STATUS = '00'
                   SET WRK-AFASTAM-ABERTO TO TRUE
               END-IF

               OPEN I-O PROVISAO-FILE
               IF WRK-PROVISAO-STATUS = '00'
                   SET WRK-PROVISAO-ABERTO TO TRUE
               END-IF

               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'PROGD13B' TO WRK-CAB-PROGRAMA
               MOVE 'FOLHA DE 13o SALARIO' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
      ** SAO OS MESES TRABALHADOS NO ANO DE PROCESSAMENTO: 12 PARA
      ** QUEM ENTROU EM ANO ANTERIOR; PARA QUEM ENTROU NO PROPRIO
      ** ANO, CONTA DO MES DE ENTRADA (INCLUSIVE, QUANDO A ENTRADA
      ** OCORREU ATE O DIA 15) A DEZEMBRO. DESSES MESES SAEM OS DE
      ** AFASTAMENTO COM MENOS DE 15 DIAS PAGOS PELA EMPRESA (VER
      ** 0220). A 1a PARCELA E A METADE DO VALOR INTEGRAL; A 2a E O
      ** RESTANTE.
      **************************************************************
       0200-PROCESSAR.

               END-IF
           END-IF.

           MOVE ZEROS TO WRK-AVOS-AFASTAMENTO.
           IF WRK-AFASTAM-ABERTO AND WRK-MESES-ANO > ZEROS
               COMPUTE WRK-MES-INICIAL = 13 - WRK-MESES-ANO
               PERFORM 0220-AVALIAR-MES-AFASTAMENTO
                   VARYING WRK-MES-AVO FROM WRK-MES-INICIAL BY 1
                   UNTIL WRK-MES-AVO > 12
               SUBTRACT WRK-AVOS-AFASTAMENTO FROM WRK-MESES-ANO
               ADD WRK-AVOS-AFASTAMENTO TO WRK-TOTAL-AVOS-AFAST
           END-IF.

           COMPUTE WRK-VALOR-INTEGRAL ROUNDED =
               EMP-SALARIO * WRK-MESES-ANO / 12.


           PERFORM 9300-GRAVAR-HISTORICO-13.

           MOVE EMP-MATRICULA     TO WRK-PRV-MATRICULA.
           MOVE 'T'               TO WRK-PRV-TIPO.
           MOVE WRK-VALOR-PARCELA TO WRK-PRV-VALOR-PAGO.
           MOVE WRK-LOTECAB-DATA  TO WRK-PRV-DATA.
           MOVE 'DEC13REL'        TO WRK-PRV-DOCUMENTO.
           MOVE EMP-CENTRO-CUSTO  TO WRK-PRV-CENTRO-CUSTO.
           PERFORM 7780-CONSUMIR-PROVISAO.

      **************************************************************
      ** UM MES DO ANO PARA OS AVOS: COM MENOS DE 15 DIAS PAGOS
      ** PELA EMPRESA (DIAS DO MES MENOS OS DIAS DE AFASTAMENTO A
      ** CARGO DO INSS OU SEM VENCIMENTO), O AVO DO MES CAI.
      **************************************************************
       0220-AVALIAR-MES-AFASTAMENTO.

           MOVE 'UM'            TO DTS-FUNCAO.
           MOVE WRK-LOTECAB-ANO TO DTS-DATA1-ANO.
           MOVE WRK-MES-AVO     TO DTS-DATA1-MES.
           MOVE 01              TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS        TO WRK-DIAS-NO-MES.

           COMPUTE WRK-AFS-PER-INICIO =
               WRK-LOTECAB-ANO * 10000 + WRK-MES-AVO * 100 + 1.
           COMPUTE WRK-AFS-PER-FIM =
               WRK-LOTECAB-ANO * 10000 + WRK-MES-AVO * 100
               + WRK-DIAS-NO-MES.
           MOVE EMP-MATRICULA TO WRK-AFS-MATRICULA.
           PERFORM 7720-SOMAR-AFASTAMENTOS.

           IF WRK-DIAS-NO-MES - WRK-AFS-DIAS-NAO-PAGOS < 15
               ADD 1 TO WRK-AVOS-AFASTAMENTO
           END-IF.

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
                   WRK-TOTAL-PARCELA DELIMITED BY SIZE
                   INTO DEC13REL-LINHA
               WRITE DEC13REL-LINHA
               MOVE SPACES TO DEC13REL-LINHA
               STRING 'AVOS DESCONTADOS POR AFASTAMENTO: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-AVOS-AFAST DELIMITED BY SIZE
                   INTO DEC13REL-LINHA
               WRITE DEC13REL-LINHA

               IF WRK-AFASTAM-ABERTO
                   CLOSE AFASTAM-FILE
               END-IF
               IF WRK-PROVISAO-ABERTO
                   CLOSE PROVISAO-FILE
               END-IF
               CLOSE LANCTOS-FILE
               CLOSE EMPREGADOS-FILE
               CLOSE DEC13REL-FILE
           END-IF.

           CLOSE HIST13-FILE.

       COPY CPYAFSPR.
       COPY CPYPRVPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
