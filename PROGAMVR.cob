       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAMVR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO DE MOVIMENTOS DO ATIVO IMOBILIZADO
      **    PARA A AUDITORIA (AMOVREL), A PARTIR DO HISTORICO
      **    ATIVOMOV (VER CPYAMVFD): INCLUSOES, TRANSFERENCIAS ENTRE
      **    CENTROS DE CUSTO, COTAS DE DEPRECIACAO POR CENTRO E
      **    BAIXAS COM VALOR DE VENDA E GANHO OU PERDA, NA ORDEM EM
      **    QUE OCORRERAM, COM O CUSTO E A ACUMULADA DO BEM DEPOIS
      **    DE CADA MOVIMENTO. O PERIODO E O BEM SAO INFORMADOS PELA
      **    OPERACAO; EM BRANCO, O PERIODO VAI DO INICIO DO ANO DO
      **    LOTE ATE A DATA DO LOTE E SAEM TODOS OS BENS. TOTAIS POR
      **    TIPO DE MOVIMENTO NO FINAL.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAMVSL.
           COPY CPYAFXSL.
           SELECT AMOVREL-FILE ASSIGN TO "AMOVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AMOVREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYAMVFD.
       COPY CPYAFXFD.
       FD  AMOVREL-FILE.
       01  AMOVREL-LINHA          PIC X(132).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-ATIVOMOV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ATIVOFIX-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-AMOVREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ATIVOMOV-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ATIVOMOV-ABERTO            VALUE 'S'.
       77  WRK-ATIVOFIX-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ATIVOFIX-ABERTO            VALUE 'S'.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-INICIAL       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FINAL         PIC 9(08) VALUE ZEROS.
       77  WRK-CODIGO-BEM         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INCLUSOES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TRANSFERENCIAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEPRECIACOES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BAIXAS         PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-AQUISICOES   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEPRECIACAO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-VENDAS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-GANHOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PERDAS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANO        PIC 9(04).
           05  WRK-DTA-MES        PIC 9(02).
           05  WRK-DTA-DIA        PIC 9(02).
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(06) VALUE 'BEM'.
           05  FILLER             PIC X(21) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(11) VALUE 'DATA'.
           05  FILLER             PIC X(14) VALUE 'MOVIMENTO'.
           05  FILLER             PIC X(12) VALUE 'CCUSTO'.
           05  FILLER             PIC X(14) VALUE '        VALOR'.
           05  FILLER             PIC X(15) VALUE '     RESULTADO'.
           05  FILLER             PIC X(14) VALUE '        CUSTO'.
           05  FILLER             PIC X(14) VALUE '    ACUMULADA'.
           05  FILLER             PIC X(10) VALUE 'DOCUMENTO'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-CODIGO      PIC 9(05).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-DESCRICAO   PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-DIA         PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LD-MES         PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LD-ANO         PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-MOVIMENTO   PIC X(13).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-ORIGEM      PIC X(05).
           05  WRK-LD-SETA        PIC X(01).
           05  WRK-LD-DESTINO     PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-RESULTADO   PIC ---.---.--9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-CUSTO       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-ACUMULADA   PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-DOCUMENTO   PIC X(10).
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
      ** PERIODO E BEM INFORMADOS PELA OPERACAO. SEM O CADASTRO DE
      ** BENS A DESCRICAO SAI EM BRANCO; SEM HISTORICO O RELATORIO
      ** SAI SO COM O CABECALHO E OS TOTAIS ZERADOS.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-INICIAL FROM CONSOLE.
           IF WRK-DATA-INICIAL = ZEROS
               COMPUTE WRK-DATA-INICIAL =
                   WRK-LOTECAB-ANO * 10000 + 0101
               DISPLAY 'DATA INICIAL ASSUMIDA: ' WRK-DATA-INICIAL
           END-IF.
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-FINAL FROM CONSOLE.
           IF WRK-DATA-FINAL = ZEROS
               MOVE WRK-LOTECAB-DATA TO WRK-DATA-FINAL
               DISPLAY 'DATA FINAL ASSUMIDA: ' WRK-DATA-FINAL
           END-IF.
           DISPLAY 'CODIGO DO BEM (ZERO = TODOS)..'.
           ACCEPT WRK-CODIGO-BEM FROM CONSOLE.

           OPEN INPUT ATIVOFIX-FILE.
           IF WRK-ATIVOFIX-STATUS = '00'
               SET WRK-ATIVOFIX-ABERTO TO TRUE
           END-IF.

           OPEN OUTPUT AMOVREL-FILE.
           PERFORM 0210-IMPRIMIR-CABECALHO.

           OPEN INPUT ATIVOMOV-FILE.
           EVALUATE WRK-ATIVOMOV-STATUS
               WHEN '00'
                   SET WRK-ATIVOMOV-ABERTO TO TRUE
               WHEN '35'
                   SET WRK-FIM TO TRUE
               WHEN OTHER
                   MOVE 'PROGAMVR'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-ATIVOMOV-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O HISTORICO DO IMOBILIZADO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
           END-EVALUATE.

       0200-PROCESSAR.

           READ ATIVOMOV-FILE
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF AMV-DATA >= WRK-DATA-INICIAL
                       AND AMV-DATA <= WRK-DATA-FINAL
                       AND (WRK-CODIGO-BEM = ZEROS
                            OR AMV-CODIGO = WRK-CODIGO-BEM)
                       PERFORM 0220-IMPRIMIR-MOVIMENTO
                   END-IF
           END-READ.

       0210-IMPRIMIR-CABECALHO.

           ADD 1 TO WRK-PAGINA.

           IF WRK-PAGINA > 1
               MOVE SPACES TO AMOVREL-LINHA
               WRITE AMOVREL-LINHA BEFORE ADVANCING PAGE
           END-IF.

           MOVE 'PROGAMVR'                   TO WRK-CAB-PROGRAMA.
           MOVE 'MOVIMENTOS DO IMOBILIZADO'   TO WRK-CAB-TITULO.
           MOVE WRK-PAGINA                   TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE AMOVREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE AMOVREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO AMOVREL-LINHA.
           STRING 'PERIODO: '           DELIMITED BY SIZE
               WRK-DATA-INICIAL         DELIMITED BY SIZE
               ' A '                    DELIMITED BY SIZE
               WRK-DATA-FINAL           DELIMITED BY SIZE
               '   BEM: '               DELIMITED BY SIZE
               WRK-CODIGO-BEM           DELIMITED BY SIZE
               INTO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.
           MOVE SPACES TO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.
           WRITE AMOVREL-LINHA FROM WRK-LINHA-TITULO.

      **************************************************************
      ** LINHA DO MOVIMENTO, COM A DESCRICAO ATUAL DO BEM. OS TOTAIS
      ** ACUMULAM AQUISICOES, COTAS, VENDAS E GANHOS/PERDAS.
      **************************************************************
       0220-IMPRIMIR-MOVIMENTO.

           MOVE SPACES TO WRK-LD-DESCRICAO.
           IF WRK-ATIVOFIX-ABERTO
               MOVE AMV-CODIGO TO AFX-CODIGO
               READ ATIVOFIX-FILE
                   INVALID KEY
                       MOVE '** FORA DO CADASTRO' TO WRK-LD-DESCRICAO
                   NOT INVALID KEY
                       MOVE AFX-DESCRICAO TO WRK-LD-DESCRICAO
               END-READ
           END-IF.

           MOVE SPACES TO WRK-LD-SETA.
           MOVE SPACES TO WRK-LD-DESTINO.
           EVALUATE TRUE
               WHEN AMV-INCLUSAO
                   MOVE 'INCLUSAO'      TO WRK-LD-MOVIMENTO
                   ADD 1         TO WRK-QTD-INCLUSOES
                   ADD AMV-VALOR TO WRK-TOTAL-AQUISICOES
               WHEN AMV-TRANSFERENCIA
                   MOVE 'TRANSFERENCIA' TO WRK-LD-MOVIMENTO
                   MOVE '>'             TO WRK-LD-SETA
                   ADD 1         TO WRK-QTD-TRANSFERENCIAS
               WHEN AMV-DEPRECIACAO
                   MOVE 'DEPRECIACAO'   TO WRK-LD-MOVIMENTO
                   ADD 1         TO WRK-QTD-DEPRECIACOES
                   ADD AMV-VALOR TO WRK-TOTAL-DEPRECIACAO
               WHEN AMV-BAIXA
                   MOVE 'BAIXA'         TO WRK-LD-MOVIMENTO
                   ADD 1         TO WRK-QTD-BAIXAS
                   ADD AMV-VALOR TO WRK-TOTAL-VENDAS
                   IF AMV-RESULTADO > ZEROS
                       ADD AMV-RESULTADO TO WRK-TOTAL-GANHOS
                   ELSE
                       SUBTRACT AMV-RESULTADO FROM WRK-TOTAL-PERDAS
                   END-IF
               WHEN OTHER
                   MOVE AMV-TIPO        TO WRK-LD-MOVIMENTO
           END-EVALUATE.

           MOVE AMV-DATA            TO WRK-DATA-AUX.
           MOVE WRK-DTA-DIA         TO WRK-LD-DIA.
           MOVE WRK-DTA-MES         TO WRK-LD-MES.
           MOVE WRK-DTA-ANO         TO WRK-LD-ANO.
           MOVE AMV-CODIGO          TO WRK-LD-CODIGO.
           IF AMV-INCLUSAO
               MOVE AMV-CCUSTO-DESTINO TO WRK-LD-ORIGEM
           ELSE
               MOVE AMV-CCUSTO-ORIGEM  TO WRK-LD-ORIGEM
           END-IF.
           IF AMV-TRANSFERENCIA
               MOVE AMV-CCUSTO-DESTINO TO WRK-LD-DESTINO
           END-IF.
           MOVE AMV-VALOR           TO WRK-LD-VALOR.
           MOVE AMV-RESULTADO       TO WRK-LD-RESULTADO.
           MOVE AMV-VALOR-AQUISICAO TO WRK-LD-CUSTO.
           MOVE AMV-DEPREC-ACUM     TO WRK-LD-ACUMULADA.
           MOVE AMV-DOCUMENTO       TO WRK-LD-DOCUMENTO.
           WRITE AMOVREL-LINHA FROM WRK-LINHA-DETALHE.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.
           IF WRK-CAB-QUEBROU
               PERFORM 0210-IMPRIMIR-CABECALHO
           END-IF.

       0300-FINALIZAR.

           MOVE SPACES TO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.
           MOVE SPACES TO AMOVREL-LINHA.
           STRING 'INCLUSOES: '         DELIMITED BY SIZE
               WRK-QTD-INCLUSOES        DELIMITED BY SIZE
               '   TRANSFERENCIAS: '    DELIMITED BY SIZE
               WRK-QTD-TRANSFERENCIAS   DELIMITED BY SIZE
               '   COTAS DE DEPRECIACAO: ' DELIMITED BY SIZE
               WRK-QTD-DEPRECIACOES     DELIMITED BY SIZE
               '   BAIXAS: '            DELIMITED BY SIZE
               WRK-QTD-BAIXAS           DELIMITED BY SIZE
               INTO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.

           MOVE WRK-TOTAL-AQUISICOES TO WRK-TOTAL-ED.
           MOVE SPACES TO AMOVREL-LINHA.
           STRING 'TOTAL DAS AQUISICOES.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.
           MOVE WRK-TOTAL-DEPRECIACAO TO WRK-TOTAL-ED.
           MOVE SPACES TO AMOVREL-LINHA.
           STRING 'TOTAL DA DEPRECIACAO.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.
           MOVE WRK-TOTAL-VENDAS TO WRK-TOTAL-ED.
           MOVE SPACES TO AMOVREL-LINHA.
           STRING 'TOTAL DAS VENDAS.........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.
           MOVE WRK-TOTAL-GANHOS TO WRK-TOTAL-ED.
           MOVE SPACES TO AMOVREL-LINHA.
           STRING 'GANHOS NA ALIENACAO......: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.
           MOVE WRK-TOTAL-PERDAS TO WRK-TOTAL-ED.
           MOVE SPACES TO AMOVREL-LINHA.
           STRING 'PERDAS NA BAIXA..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AMOVREL-LINHA.
           WRITE AMOVREL-LINHA.

           IF WRK-ATIVOMOV-ABERTO
               CLOSE ATIVOMOV-FILE
           END-IF.
           IF WRK-ATIVOFIX-ABERTO
               CLOSE ATIVOFIX-FILE
           END-IF.
           CLOSE AMOVREL-FILE.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
