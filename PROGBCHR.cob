       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBCHR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: EXTRATO MENSAL DO BANCO DE HORAS POR EMPREGADO.
      **    PERCORRE O BANCO DE HORAS (BCOHORAS) POR MATRICULA E,
      **    COM OS MOVIMENTOS DA COMPETENCIA DO LOTE GRAVADOS NO
      **    BCHMOV PELA FOLHA (PROGTEPB) E PELA RESCISAO (PROGRESC),
      **    EMITE NO BCHEXTR UM EXTRATO POR EMPREGADO COM SALDO OU
      **    MOVIMENTO: SALDO ANTERIOR, CREDITOS DO PONTO,
      **    COMPENSACOES, PAGAMENTOS POR VENCIMENTO OU NA RESCISAO,
      **    SALDO ATUAL E OS LOTES EM ABERTO COM O MES EM QUE VENCEM.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYBCHSL.
           COPY CPYBMVSL.
           COPY CPYEMPSL.
           SELECT BCHEXTR-FILE ASSIGN TO "BCHEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BCHEXTR-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYBCHFD.
       COPY CPYBMVFD.
       COPY CPYEMPFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       FD  BCHEXTR-FILE.
       01  BCHEXTR-LINHA          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-BCHEXTR-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-BMV-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-BMV-FIM                    VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPREGADOS-ABERTO            VALUE 'S'.
       77  WRK-MATRICULA-ATUAL    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXTRATOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MOV-IGNORADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-BMV-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-BMV-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-LOT-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-LOT-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-ATUAL        PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR     PIC S9(05)V99 VALUE ZEROS.
       77  WRK-QTD-MOV-EMP        PIC 9(04) VALUE ZEROS.
       77  WRK-HORAS-CREDITO      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-HORAS-SAIDA        PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MESES-VENCE        PIC 9(06) VALUE ZEROS.
       77  WRK-VENCE-ANO          PIC 9(04) VALUE ZEROS.
       77  WRK-VENCE-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-SALDO        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGO         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-HORAS-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED           PIC ZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DESCRICAO          PIC X(20) VALUE SPACES.
      **************************************************************
      ** MOVIMENTOS DA COMPETENCIA (BCHMOV) E LOTES EM ABERTO DO
      ** EMPREGADO CORRENTE.
      **************************************************************
       01  WRK-TAB-MOVIMENTOS.
           05  TAB-BMV OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-TAB-BMV-QTD
                   INDEXED BY BMV-IDX.
               10  TAB-BMV-MATRICULA  PIC 9(05).
               10  TAB-BMV-TIPO       PIC X(01).
               10  TAB-BMV-ORIG-ANO   PIC 9(04).
               10  TAB-BMV-ORIG-MES   PIC 9(02).
               10  TAB-BMV-HORAS      PIC 9(04)V99.
               10  TAB-BMV-VALOR      PIC 9(07)V99.
       01  WRK-TAB-LOTES.
           05  TAB-LOT OCCURS 1 TO 24 TIMES
                   DEPENDING ON WRK-TAB-LOT-QTD
                   INDEXED BY LOT-IDX.
               10  TAB-LOT-ANO        PIC 9(04).
               10  TAB-LOT-MES        PIC 9(02).
               10  TAB-LOT-SALDO      PIC 9(04)V99.
       COPY CPYBCHWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** A COMPETENCIA DO EXTRATO E A DO LOTE. OS MOVIMENTOS DA
      ** COMPETENCIA SAO CARREGADOS EM MEMORIA E O BANCO DE HORAS E
      ** PERCORRIDO EM SEQUENCIA DE CHAVE (MATRICULA + LOTE). SEM O
      ** BANCO DE HORAS O EXTRATO SAI SO COM O CABECALHO.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           COMPUTE WRK-BCH-COMPETENCIA =
               WRK-LOTECAB-ANO * 100 + WRK-LOTECAB-MES.

           OPEN OUTPUT BCHEXTR-FILE.
           IF WRK-BCHEXTR-STATUS NOT = '00'
               MOVE 'PROGBCHR'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-BCHEXTR-STATUS    TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O EXTRATO DO BANCO DE HORAS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               MOVE 'PROGBCHR' TO WRK-CAB-PROGRAMA
               MOVE 'EXTRATO DO BANCO DE HORAS' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE BCHEXTR-LINHA FROM WRK-CAB-LINHA1
               WRITE BCHEXTR-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO BCHEXTR-LINHA
               STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                   WRK-LOTECAB-MES    DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WRK-LOTECAB-ANO    DELIMITED BY SIZE
                   INTO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA
               MOVE SPACES TO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA

               PERFORM 0110-CARREGAR-MOVIMENTOS

               OPEN INPUT EMPREGADOS-FILE
               IF WRK-EMPREGADOS-STATUS = '00'
                   SET WRK-EMPREGADOS-ABERTO TO TRUE
               END-IF

               OPEN INPUT BCOHORAS-FILE
               IF WRK-BCOHORAS-STATUS NOT = '00'
                   MOVE 'BANCO DE HORAS (BCOHORAS) NAO ENCONTRADO'
                       TO BCHEXTR-LINHA
                   WRITE BCHEXTR-LINHA
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-BCOHORAS-ABERTO TO TRUE
                   MOVE ZEROS TO BCH-CHAVE
                   START BCOHORAS-FILE
                       KEY IS NOT LESS THAN BCH-CHAVE
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
               END-IF
           END-IF.

       0110-CARREGAR-MOVIMENTOS.

           OPEN INPUT BCHMOV-FILE.
           IF WRK-BCHMOV-STATUS = '00'
               READ BCHMOV-FILE
                   AT END SET WRK-BMV-FIM TO TRUE
               END-READ
               PERFORM 0120-LER-MOVIMENTO UNTIL WRK-BMV-FIM
               CLOSE BCHMOV-FILE
           END-IF.

       0120-LER-MOVIMENTO.

           IF BMV-COMPETENCIA = WRK-BCH-COMPETENCIA
               IF WRK-TAB-BMV-QTD < 3000
                   ADD 1 TO WRK-TAB-BMV-QTD
                   SET BMV-IDX TO WRK-TAB-BMV-QTD
                   MOVE BMV-MATRICULA TO TAB-BMV-MATRICULA(BMV-IDX)
                   MOVE BMV-TIPO      TO TAB-BMV-TIPO(BMV-IDX)
                   MOVE BMV-ORIG-ANO  TO TAB-BMV-ORIG-ANO(BMV-IDX)
                   MOVE BMV-ORIG-MES  TO TAB-BMV-ORIG-MES(BMV-IDX)
                   MOVE BMV-HORAS     TO TAB-BMV-HORAS(BMV-IDX)
                   MOVE BMV-VALOR     TO TAB-BMV-VALOR(BMV-IDX)
               ELSE
                   ADD 1 TO WRK-QTD-MOV-IGNORADOS
               END-IF
           END-IF.

           READ BCHMOV-FILE
               AT END SET WRK-BMV-FIM TO TRUE
           END-READ.

      **************************************************************
      ** QUEBRA POR MATRICULA: AO MUDAR DE EMPREGADO (E NO FIM DO
      ** ARQUIVO, EM 0300) O EXTRATO DO ANTERIOR E EMITIDO.
      **************************************************************
       0200-PROCESSAR.

           READ BCOHORAS-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF BCH-MATRICULA NOT = WRK-MATRICULA-ATUAL
                       IF WRK-MATRICULA-ATUAL NOT = ZEROS
                           PERFORM 0250-EMITIR-EXTRATO
                       END-IF
                       MOVE BCH-MATRICULA TO WRK-MATRICULA-ATUAL
                       MOVE ZEROS TO WRK-SALDO-ATUAL
                       MOVE ZEROS TO WRK-TAB-LOT-QTD
                   END-IF
                   PERFORM 0210-ACUMULAR-LOTE
           END-READ.

       0210-ACUMULAR-LOTE.

           IF BCH-SALDO-HORAS > ZEROS
               ADD BCH-SALDO-HORAS TO WRK-SALDO-ATUAL
               IF WRK-TAB-LOT-QTD < 24
                   ADD 1 TO WRK-TAB-LOT-QTD
                   SET LOT-IDX TO WRK-TAB-LOT-QTD
                   MOVE BCH-COMP-ANO    TO TAB-LOT-ANO(LOT-IDX)
                   MOVE BCH-COMP-MES    TO TAB-LOT-MES(LOT-IDX)
                   MOVE BCH-SALDO-HORAS TO TAB-LOT-SALDO(LOT-IDX)
               END-IF
           END-IF.

      **************************************************************
      ** EXTRATO DO EMPREGADO CORRENTE, SE TIVER SALDO OU MOVIMENTO
      ** NA COMPETENCIA. SALDO ANTERIOR = SALDO ATUAL - CREDITOS +
      ** COMPENSACOES E PAGAMENTOS DA COMPETENCIA.
      **************************************************************
       0250-EMITIR-EXTRATO.

           MOVE ZEROS TO WRK-QTD-MOV-EMP.
           MOVE ZEROS TO WRK-HORAS-CREDITO.
           MOVE ZEROS TO WRK-HORAS-SAIDA.
           PERFORM 0255-SOMAR-MOVIMENTO
               VARYING WRK-BMV-SUB FROM 1 BY 1
               UNTIL WRK-BMV-SUB > WRK-TAB-BMV-QTD.

           IF WRK-SALDO-ATUAL > ZEROS OR WRK-QTD-MOV-EMP > ZEROS
               ADD 1 TO WRK-QTD-EXTRATOS
               ADD WRK-SALDO-ATUAL TO WRK-TOTAL-SALDO
               COMPUTE WRK-SALDO-ANTERIOR = WRK-SALDO-ATUAL
                   - WRK-HORAS-CREDITO + WRK-HORAS-SAIDA

               MOVE SPACES TO EMP-NOME
               IF WRK-EMPREGADOS-ABERTO
                   MOVE WRK-MATRICULA-ATUAL TO EMP-MATRICULA
                   READ EMPREGADOS-FILE
                       INVALID KEY
                           MOVE '** NAO CADASTRADO **' TO EMP-NOME
                   END-READ
               END-IF

               MOVE SPACES TO BCHEXTR-LINHA
               STRING 'BANCO DE HORAS - MATRICULA ' DELIMITED BY SIZE
                   WRK-MATRICULA-ATUAL DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   EMP-NOME DELIMITED BY SIZE
                   INTO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA

               MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-ED
               MOVE SPACES TO BCHEXTR-LINHA
               STRING 'SALDO ANTERIOR.......: ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' H' DELIMITED BY SIZE
                   INTO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA

               PERFORM 0260-LISTAR-MOVIMENTO
                   VARYING WRK-BMV-SUB FROM 1 BY 1
                   UNTIL WRK-BMV-SUB > WRK-TAB-BMV-QTD

               MOVE WRK-SALDO-ATUAL TO WRK-SALDO-ED
               MOVE SPACES TO BCHEXTR-LINHA
               STRING 'SALDO ATUAL..........: ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' H' DELIMITED BY SIZE
                   INTO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA

               PERFORM 0270-LISTAR-LOTE
                   VARYING WRK-LOT-SUB FROM 1 BY 1
                   UNTIL WRK-LOT-SUB > WRK-TAB-LOT-QTD

               MOVE SPACES TO BCHEXTR-LINHA
               MOVE '------------------------------------------------'
                   TO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA
           END-IF.

       0255-SOMAR-MOVIMENTO.

           IF TAB-BMV-MATRICULA(WRK-BMV-SUB) = WRK-MATRICULA-ATUAL
               ADD 1 TO WRK-QTD-MOV-EMP
               IF TAB-BMV-TIPO(WRK-BMV-SUB) = 'C'
                   ADD TAB-BMV-HORAS(WRK-BMV-SUB) TO WRK-HORAS-CREDITO
               ELSE
                   ADD TAB-BMV-HORAS(WRK-BMV-SUB) TO WRK-HORAS-SAIDA
               END-IF
               ADD TAB-BMV-VALOR(WRK-BMV-SUB) TO WRK-TOTAL-PAGO
           END-IF.

       0260-LISTAR-MOVIMENTO.

           IF TAB-BMV-MATRICULA(WRK-BMV-SUB) = WRK-MATRICULA-ATUAL
               EVALUATE TAB-BMV-TIPO(WRK-BMV-SUB)
                   WHEN 'C'
                       MOVE 'CREDITO DO PONTO'    TO WRK-DESCRICAO
                   WHEN 'D'
                       MOVE 'COMPENSACAO (FOLGA)' TO WRK-DESCRICAO
                   WHEN 'V'
                       MOVE 'PAGO POR VENCIMENTO' TO WRK-DESCRICAO
                   WHEN 'R'
                       MOVE 'PAGO NA RESCISAO'    TO WRK-DESCRICAO
                   WHEN OTHER
                       MOVE 'MOVIMENTO'           TO WRK-DESCRICAO
               END-EVALUATE
               MOVE TAB-BMV-HORAS(WRK-BMV-SUB) TO WRK-HORAS-ED
               MOVE SPACES TO BCHEXTR-LINHA
               IF TAB-BMV-VALOR(WRK-BMV-SUB) > ZEROS
                   MOVE TAB-BMV-VALOR(WRK-BMV-SUB) TO WRK-VALOR-ED
                   STRING '  ' DELIMITED BY SIZE
                       WRK-DESCRICAO DELIMITED BY SIZE
                       ' LOTE ' DELIMITED BY SIZE
                       TAB-BMV-ORIG-MES(WRK-BMV-SUB) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       TAB-BMV-ORIG-ANO(WRK-BMV-SUB) DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       WRK-HORAS-ED DELIMITED BY SIZE
                       ' H  R$ ' DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       INTO BCHEXTR-LINHA
               ELSE
                   STRING '  ' DELIMITED BY SIZE
                       WRK-DESCRICAO DELIMITED BY SIZE
                       ' LOTE ' DELIMITED BY SIZE
                       TAB-BMV-ORIG-MES(WRK-BMV-SUB) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       TAB-BMV-ORIG-ANO(WRK-BMV-SUB) DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       WRK-HORAS-ED DELIMITED BY SIZE
                       ' H' DELIMITED BY SIZE
                       INTO BCHEXTR-LINHA
               END-IF
               WRITE BCHEXTR-LINHA
           END-IF.

      **************************************************************
      ** LOTE EM ABERTO E O MES EM QUE VENCE (PAGO PELA FOLHA DESSE
      ** MES SE AINDA TIVER SALDO), PELO PRAZO DO ACORDO.
      **************************************************************
       0270-LISTAR-LOTE.

           COMPUTE WRK-MESES-VENCE =
               TAB-LOT-ANO(WRK-LOT-SUB) * 12
               + TAB-LOT-MES(WRK-LOT-SUB) - 1
               + WRK-BCH-MESES-VALIDADE.
           DIVIDE WRK-MESES-VENCE BY 12
               GIVING WRK-VENCE-ANO
               REMAINDER WRK-VENCE-MES.
           ADD 1 TO WRK-VENCE-MES.

           MOVE TAB-LOT-SALDO(WRK-LOT-SUB) TO WRK-HORAS-ED.
           MOVE SPACES TO BCHEXTR-LINHA.
           STRING '  EM ABERTO LOTE ' DELIMITED BY SIZE
               TAB-LOT-MES(WRK-LOT-SUB) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               TAB-LOT-ANO(WRK-LOT-SUB) DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WRK-HORAS-ED DELIMITED BY SIZE
               ' H - VENCE EM ' DELIMITED BY SIZE
               WRK-VENCE-MES DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-VENCE-ANO DELIMITED BY SIZE
               INTO BCHEXTR-LINHA.
           WRITE BCHEXTR-LINHA.

       0300-FINALIZAR.

           IF WRK-MATRICULA-ATUAL NOT = ZEROS
               PERFORM 0250-EMITIR-EXTRATO
           END-IF.

           IF WRK-BCHEXTR-STATUS = '00'
               MOVE SPACES TO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA
               MOVE SPACES TO BCHEXTR-LINHA
               STRING 'EXTRATOS EMITIDOS....: ' DELIMITED BY SIZE
                   WRK-QTD-EXTRATOS DELIMITED BY SIZE
                   INTO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA
               MOVE WRK-TOTAL-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO BCHEXTR-LINHA
               STRING 'SALDO TOTAL DO BANCO.: ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' H' DELIMITED BY SIZE
                   INTO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA
               MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED
               MOVE SPACES TO BCHEXTR-LINHA
               STRING 'TOTAL PAGO NO MES....: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO BCHEXTR-LINHA
               WRITE BCHEXTR-LINHA
               IF WRK-QTD-MOV-IGNORADOS > ZEROS
                   MOVE SPACES TO BCHEXTR-LINHA
                   STRING 'MOVIMENTOS NAO LISTADOS (TABELA CHEIA): '
                       DELIMITED BY SIZE
                       WRK-QTD-MOV-IGNORADOS DELIMITED BY SIZE
                       INTO BCHEXTR-LINHA
                   WRITE BCHEXTR-LINHA
               END-IF
               CLOSE BCHEXTR-FILE
           END-IF.

           IF WRK-BCOHORAS-ABERTO
               CLOSE BCOHORAS-FILE
           END-IF.
           IF WRK-EMPREGADOS-ABERTO
               CLOSE EMPREGADOS-FILE
           END-IF.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
