      **    RELATORIO DE EXCECOES.
      ** DATA = 22/08/2026
      ** ALTERACOES:
      **  15/10/2026 LR - AS FERIAS PROPORCIONAIS COM O TERCO E O
      **               13o PROPORCIONAL CONSOMEM AS PROVISOES DO
      **               EMPREGADO (PROVISAO, VER CPYPRVPR), COM OS
      **               LANCAMENTOS NO RAZAO (LANCTOS); O SALDO QUE
      **               SOBRAR NAS PROVISOES E ESTORNADO PARA A
      **               DESPESA.
      **  15/10/2026 LR - O SALDO POSITIVO DO BANCO DE HORAS DO
      **               EMPREGADO (BCOHORAS, VER CPYBCHPR) E PAGO NO
      **               TERMO COM O ADICIONAL DE 50%, ZERANDO OS
      **               LOTES, COM O MOVIMENTO NO BCHMOV.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESCREL-STATUS.
           COPY CPYEMPSL.
           COPY CPYPRVSL.
           COPY CPYBCHSL.
           COPY CPYBMVSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       FD  RESCREL-FILE.
       01  RESCREL-LINHA          PIC X(90).
       COPY CPYEMPFD.
       COPY CPYPRVFD.
       COPY CPYBCHFD.
       COPY CPYBMVFD.

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       77  WRK-RESCCTL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-RESCREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-RESCCTL-ABERTO-SW  PIC X(01) VALUE 'N'.
       77  WRK-FERIAS-PROP        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TERCO-FERIAS       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DEC13-PROP         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BANCO-HORAS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-HORAS-ED           PIC ZZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-RESCISAO     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZZ.ZZ9,99 VALUE ZEROS.
       COPY CPYPRVWS.
       COPY CPYBCHWS.
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
               ELSE
                   OPEN OUTPUT RESCREL-FILE

                   OPEN I-O PROVISAO-FILE
                   IF WRK-PROVISAO-STATUS = '00'
                       SET WRK-PROVISAO-ABERTO TO TRUE
                   END-IF

                   OPEN I-O BCOHORAS-FILE
                   IF WRK-BCOHORAS-STATUS = '00'
                       SET WRK-BCOHORAS-ABERTO TO TRUE
                       OPEN EXTEND BCHMOV-FILE
                       IF WRK-BCHMOV-STATUS = '05' OR '35'
                           CLOSE BCHMOV-FILE
                           OPEN OUTPUT BCHMOV-FILE
                       END-IF
                   END-IF

                   OPEN EXTEND LANCTOS-FILE
                   IF WRK-LANCTOS-STATUS = '05' OR '35'
                       CLOSE LANCTOS-FILE
                       OPEN OUTPUT LANCTOS-FILE
                   END-IF

                   MOVE 'PROGRESC' TO WRK-CAB-PROGRAMA
                   MOVE 'TERMOS DE RESCISAO' TO WRK-CAB-TITULO
                   MOVE 1          TO WRK-CAB-PAGINA
                       PERFORM 9100-GRAVAR-EXCECAO
                   ELSE
                       PERFORM 0210-CALCULAR-RESCISAO
                       PERFORM 0215-PAGAR-BANCO-HORAS
                       PERFORM 0220-GRAVAR-TERMO
                       PERFORM 0225-CONSUMIR-PROVISOES
                       PERFORM 0230-MARCAR-DESLIGAMENTO
                   END-IF
           END-READ.
               WRK-SALDO-SALARIO + WRK-FERIAS-PROP
               + WRK-TERCO-FERIAS + WRK-DEC13-PROP.

      **************************************************************
      ** SALDO DO BANCO DE HORAS: TODOS OS LOTES COM SALDO SAO
      ** PAGOS COM 50% SOBRE O VALOR DA HORA (SALARIO / 220), SEM
      ** ESPERAR O PRAZO DO ACORDO.
      **************************************************************
       0215-PAGAR-BANCO-HORAS.

           MOVE ZEROS TO WRK-BANCO-HORAS.
           MOVE ZEROS TO WRK-BCH-HORAS-PAGAS.
           IF WRK-BCOHORAS-ABERTO
               MOVE EMP-MATRICULA TO WRK-BCH-MATRICULA
               COMPUTE WRK-BCH-COMPETENCIA =
                   WRK-LOTECAB-ANO * 100 + WRK-LOTECAB-MES
               MOVE 'PROGRESC'    TO WRK-BCH-PROGRAMA
               COMPUTE WRK-BCH-VALOR-HORA ROUNDED = EMP-SALARIO / 220
               MOVE 'R'           TO WRK-BCH-TIPO-PAGTO
               PERFORM 7745-PAGAR-BANCO-HORAS
               MOVE WRK-BCH-VALOR-PAGO TO WRK-BANCO-HORAS
               ADD WRK-BANCO-HORAS TO WRK-TOTAL-RESCISAO
           END-IF.

       0220-GRAVAR-TERMO.

           ADD 1 TO WRK-QTD-RESCISOES.
               INTO RESCREL-LINHA.
           WRITE RESCREL-LINHA.

           IF WRK-BANCO-HORAS > ZEROS
               MOVE WRK-BANCO-HORAS     TO WRK-VALOR-ED
               MOVE WRK-BCH-HORAS-PAGAS TO WRK-HORAS-ED
               MOVE SPACES TO RESCREL-LINHA
               STRING 'BANCO DE HORAS.........: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-HORAS-ED DELIMITED BY SIZE
                   ' H A 50%)' DELIMITED BY SIZE
                   INTO RESCREL-LINHA
               WRITE RESCREL-LINHA
           END-IF.

           MOVE WRK-TOTAL-RESCISAO TO WRK-VALOR-ED.
           MOVE SPACES TO RESCREL-LINHA.
           STRING 'TOTAL DA RESCISAO......: ' DELIMITED BY SIZE
               TO RESCREL-LINHA.
           WRITE RESCREL-LINHA.

      **************************************************************
      ** AS VERBAS DE FERIAS E 13o DA RESCISAO BAIXAM AS PROVISOES
      ** DO EMPREGADO; O QUE SOBRAR NELAS E ESTORNADO.
      **************************************************************
       0225-CONSUMIR-PROVISOES.

           MOVE EMP-MATRICULA    TO WRK-PRV-MATRICULA.
           MOVE WRK-LOTECAB-DATA TO WRK-PRV-DATA.
           MOVE 'RESCREL'        TO WRK-PRV-DOCUMENTO.
           MOVE EMP-CENTRO-CUSTO TO WRK-PRV-CENTRO-CUSTO.

           MOVE 'F'              TO WRK-PRV-TIPO.
           COMPUTE WRK-PRV-VALOR-PAGO =
               WRK-FERIAS-PROP + WRK-TERCO-FERIAS.
           PERFORM 7780-CONSUMIR-PROVISAO.

           MOVE 'T'              TO WRK-PRV-TIPO.
           MOVE WRK-DEC13-PROP   TO WRK-PRV-VALOR-PAGO.
           PERFORM 7780-CONSUMIR-PROVISAO.

           PERFORM 7785-ESTORNAR-SALDO.

       0230-MARCAR-DESLIGAMENTO.

           SET EMP-DESLIGADO TO TRUE.
               CLOSE RESCCTL-FILE
               CLOSE EMPREGADOS-FILE
               CLOSE RESCREL-FILE
               CLOSE LANCTOS-FILE
               IF WRK-PROVISAO-ABERTO
                   CLOSE PROVISAO-FILE
               END-IF
               IF WRK-BCOHORAS-ABERTO
                   CLOSE BCOHORAS-FILE
                   CLOSE BCHMOV-FILE
               END-IF
           END-IF.
           CLOSE EXCECOES-FILE.

       COPY CPYPRVPR.
       COPY CPYBCHPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
