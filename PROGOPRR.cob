       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPRR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO DE CUSTO DAS ORDENS DE PRODUCAO
      **    (CUSTOPREL). PARA CADA ORDEM DO CADASTRO (ORDPROD,
      **    MANTIDO PELO PROGOPRM E ALIMENTADO PELO PLANO DE CORTE
      **    PROGORB) COMPARA O MATERIAL ESTIMADO NA ABERTURA (AREA
      **    DAS PECAS E CUSTO PELO PRECO POR M2) COM O REALMENTE
      **    CONSUMIDO NO CORTE (AREA DAS CHAPAS E RETALHOS USADOS E
      **    CUSTO REAL = MATERIAL MENOS O CREDITO DOS RETALHOS
      **    GERADOS), COM A DIFERENCA EM VALOR E EM PERCENTUAL E O
      **    DESPERDICIO. ORDENS AINDA NAO CORTADAS SAEM SEM O REAL E
      **    FICAM FORA DOS TOTAIS DE COMPARACAO; CANCELADAS NAO SAEM.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOPRSL.
           SELECT CUSTOPREL-FILE ASSIGN TO "CUSTOPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CUSTOPREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYOPRFD.
       FD  CUSTOPREL-FILE.
       01  CUSTOPREL-LINHA        PIC X(120).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-ORDPROD-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CUSTOPREL-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-QTD-ORDENS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CORTADAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(07)V99 VALUE ZEROS.
       77  WRK-PERCENTUAL         PIC S9(05)V99 VALUE ZEROS.
       77  WRK-TOT-AREA-ESTIMADA  PIC 9(09)V9999 VALUE ZEROS.
       77  WRK-TOT-AREA-CONSUMIDA PIC 9(09)V9999 VALUE ZEROS.
       77  WRK-TOT-DESPERDICIO    PIC 9(09)V9999 VALUE ZEROS.
       77  WRK-TOT-CUSTO-ESTIMADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO-REAL     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-CREDITO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CREDITO-ED         PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-ORDEM.
           05  WRK-LO-NUMERO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-PEDIDO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-PRODUTO     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-SITUACAO    PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-AREA-EST    PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-AREA-REAL   PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-DESPERDICIO PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-CUSTO-EST   PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-CUSTO-REAL  PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-DIFERENCA   PIC Z.ZZZ.ZZ9,99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LO-PERCENTUAL  PIC ZZ.ZZ9,99-.
       01  WRK-LINHA-TOTAL.
           05  WRK-LT-TEXTO       PIC X(36).
           05  WRK-LT-AREA-EST    PIC ZZZ.ZZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LT-AREA-REAL   PIC ZZZ.ZZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LT-DESPERDICIO PIC ZZZ.ZZZ.ZZ9,9999.
       01  WRK-LINHA-TOTAL-CUSTO.
           05  WRK-LC-TEXTO       PIC X(36).
           05  WRK-LC-CUSTO-EST   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LC-CUSTO-REAL  PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LC-DIFERENCA   PIC ZZZ.ZZZ.ZZ9,99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LC-PERCENTUAL  PIC ZZ.ZZ9,99-.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-ORDEM UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           OPEN INPUT ORDPROD-FILE.
           IF WRK-ORDPROD-STATUS NOT = '00'
               MOVE 'PROGOPRR'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-ORDPROD-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE ORDENS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               OPEN OUTPUT CUSTOPREL-FILE
               PERFORM 0110-IMPRIMIR-CABECALHO
               MOVE ZEROS TO OPR-NUMERO
               START ORDPROD-FILE KEY IS NOT LESS THAN OPR-NUMERO
                   INVALID KEY SET WRK-FIM TO TRUE
               END-START
           END-IF.

       0110-IMPRIMIR-CABECALHO.

           MOVE 'PROGOPRR' TO WRK-CAB-PROGRAMA.
           MOVE 'CUSTO DAS ORDENS DE PRODUCAO' TO WRK-CAB-TITULO.
           ADD 1           TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE CUSTOPREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE CUSTOPREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO CUSTOPREL-LINHA.
           WRITE CUSTOPREL-LINHA.
           STRING '                                     '
               DELIMITED BY SIZE
               '------- AREA (M2) '
               DELIMITED BY SIZE
               '--------------  ------------- CUSTO ---------------'
               DELIMITED BY SIZE
               INTO CUSTOPREL-LINHA.
           WRITE CUSTOPREL-LINHA.
           MOVE SPACES TO CUSTOPREL-LINHA.
           STRING 'ORDEM    PEDIDO   PRODUTO  SITUACAO    ESTIMADA'
               DELIMITED BY SIZE
               '    CONSUMIDA  DESPERDICIO     ESTIMADO'
               DELIMITED BY SIZE
               '         REAL     DIFERENCA       %'
               DELIMITED BY SIZE
               INTO CUSTOPREL-LINHA.
           WRITE CUSTOPREL-LINHA.

       0200-PROCESSAR-ORDEM.

           READ ORDPROD-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF NOT OPR-CANCELADA
                       PERFORM 0210-IMPRIMIR-ORDEM
                   END-IF
           END-READ.

      **************************************************************
      ** LINHA DA ORDEM: ESTIMADO SEMPRE; CONSUMIDO, CUSTO REAL E
      ** DIFERENCA (REAL - ESTIMADO, EM VALOR E EM PERCENTUAL DO
      ** ESTIMADO) SO PARA ORDEM JA CORTADA OU CONCLUIDA.
      **************************************************************
       0210-IMPRIMIR-ORDEM.

           ADD 1 TO WRK-QTD-ORDENS.
           MOVE SPACES             TO WRK-LINHA-ORDEM.
           MOVE OPR-NUMERO         TO WRK-LO-NUMERO.
           MOVE OPR-PEDIDO         TO WRK-LO-PEDIDO.
           MOVE OPR-CODPRODUTO     TO WRK-LO-PRODUTO.
           MOVE OPR-AREA-ESTIMADA  TO WRK-LO-AREA-EST.
           MOVE OPR-CUSTO-ESTIMADO TO WRK-LO-CUSTO-EST.

           EVALUATE TRUE
               WHEN OPR-ABERTA
                   MOVE 'ABERTA'    TO WRK-LO-SITUACAO
               WHEN OPR-CORTADA
                   MOVE 'CORTADA'   TO WRK-LO-SITUACAO
               WHEN OPR-CONCLUIDA
                   MOVE 'CONCLUIDA' TO WRK-LO-SITUACAO
               WHEN OTHER
                   MOVE OPR-SITUACAO TO WRK-LO-SITUACAO
           END-EVALUATE.

           IF OPR-ABERTA
               ADD 1 TO WRK-QTD-PENDENTES
           ELSE
               ADD 1 TO WRK-QTD-CORTADAS
               COMPUTE WRK-DIFERENCA =
                   OPR-CUSTO-REAL - OPR-CUSTO-ESTIMADO
               IF OPR-CUSTO-ESTIMADO > ZEROS
                   COMPUTE WRK-PERCENTUAL ROUNDED =
                       WRK-DIFERENCA * 100 / OPR-CUSTO-ESTIMADO
               ELSE
                   MOVE ZEROS TO WRK-PERCENTUAL
               END-IF
               MOVE OPR-AREA-CONSUMIDA   TO WRK-LO-AREA-REAL
               MOVE OPR-AREA-DESPERDICIO TO WRK-LO-DESPERDICIO
               MOVE OPR-CUSTO-REAL       TO WRK-LO-CUSTO-REAL
               MOVE WRK-DIFERENCA        TO WRK-LO-DIFERENCA
               MOVE WRK-PERCENTUAL       TO WRK-LO-PERCENTUAL
               ADD OPR-AREA-ESTIMADA    TO WRK-TOT-AREA-ESTIMADA
               ADD OPR-AREA-CONSUMIDA   TO WRK-TOT-AREA-CONSUMIDA
               ADD OPR-AREA-DESPERDICIO TO WRK-TOT-DESPERDICIO
               ADD OPR-CUSTO-ESTIMADO   TO WRK-TOT-CUSTO-ESTIMADO
               ADD OPR-CUSTO-REAL       TO WRK-TOT-CUSTO-REAL
               ADD OPR-CREDITO-RETALHO  TO WRK-TOT-CREDITO
           END-IF.

           WRITE CUSTOPREL-LINHA FROM WRK-LINHA-ORDEM.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.
           IF WRK-CAB-QUEBROU
               PERFORM 0110-IMPRIMIR-CABECALHO
           END-IF.

      **************************************************************
      ** TOTAIS DAS ORDENS JA CORTADAS (AS UNICAS COM REAL A
      ** COMPARAR) E CONTAGEM DAS AINDA AGUARDANDO O CORTE.
      **************************************************************
       0300-FINALIZAR.

           IF WRK-ORDPROD-STATUS = '00' OR '10'
               PERFORM 0310-IMPRIMIR-TOTAIS
               CLOSE ORDPROD-FILE
               CLOSE CUSTOPREL-FILE
           END-IF.

           DISPLAY 'ORDENS LISTADAS: ' WRK-QTD-ORDENS
               '  CORTADAS: ' WRK-QTD-CORTADAS
               '  AGUARDANDO CORTE: ' WRK-QTD-PENDENTES.

       0310-IMPRIMIR-TOTAIS.

           COMPUTE WRK-DIFERENCA =
               WRK-TOT-CUSTO-REAL - WRK-TOT-CUSTO-ESTIMADO.
           IF WRK-TOT-CUSTO-ESTIMADO > ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-DIFERENCA * 100 / WRK-TOT-CUSTO-ESTIMADO
           ELSE
               MOVE ZEROS TO WRK-PERCENTUAL
           END-IF.

           MOVE SPACES TO CUSTOPREL-LINHA.
           WRITE CUSTOPREL-LINHA.
           MOVE 'TOTAL DAS ORDENS CORTADAS - AREA:'
               TO WRK-LT-TEXTO.
           MOVE WRK-TOT-AREA-ESTIMADA  TO WRK-LT-AREA-EST.
           MOVE WRK-TOT-AREA-CONSUMIDA TO WRK-LT-AREA-REAL.
           MOVE WRK-TOT-DESPERDICIO    TO WRK-LT-DESPERDICIO.
           WRITE CUSTOPREL-LINHA FROM WRK-LINHA-TOTAL.
           MOVE '                           CUSTO:'
               TO WRK-LC-TEXTO.
           MOVE WRK-TOT-CUSTO-ESTIMADO TO WRK-LC-CUSTO-EST.
           MOVE WRK-TOT-CUSTO-REAL     TO WRK-LC-CUSTO-REAL.
           MOVE WRK-DIFERENCA          TO WRK-LC-DIFERENCA.
           MOVE WRK-PERCENTUAL         TO WRK-LC-PERCENTUAL.
           WRITE CUSTOPREL-LINHA FROM WRK-LINHA-TOTAL-CUSTO.
           MOVE SPACES TO CUSTOPREL-LINHA.
           MOVE WRK-TOT-CREDITO TO WRK-CREDITO-ED.
           STRING 'CREDITO DE RETALHOS (JA DESCONTADO DO REAL): '
               DELIMITED BY SIZE
               WRK-CREDITO-ED DELIMITED BY SIZE
               INTO CUSTOPREL-LINHA.
           WRITE CUSTOPREL-LINHA.
           MOVE SPACES TO CUSTOPREL-LINHA.
           STRING 'ORDENS AGUARDANDO CORTE (SO ESTIMADO): '
               DELIMITED BY SIZE
               WRK-QTD-PENDENTES DELIMITED BY SIZE
               INTO CUSTOPREL-LINHA.
           WRITE CUSTOPREL-LINHA.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
