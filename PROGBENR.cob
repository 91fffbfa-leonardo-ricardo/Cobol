       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBENR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO MENSAL DE CUSTO DOS BENEFICIOS. LE O
      **    HISTORICO BENHIST GRAVADO PELA FOLHA (PROGTEPB) NA
      **    COMPETENCIA DO LOTE E TOTALIZA NO BENEREL, POR CENTRO DE
      **    CUSTO E POR FORNECEDOR/PLANO, O CUSTO DO VALE-TRANSPORTE
      **    E DO PLANO DE SAUDE, A PARTE DESCONTADA DOS EMPREGADOS E
      **    A PARTE DA EMPRESA, PARA CONFERENCIA DAS FATURAS DOS
      **    FORNECEDORES.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYBHSSL.
           COPY CPYPLSSL.
           SELECT BENEREL-FILE ASSIGN TO "BENEREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BENEREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYBHSFD.
       COPY CPYPLSFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       FD  BENEREL-FILE.
       01  BENEREL-LINHA          PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-BENHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BENEREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-BENHIST-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-BENHIST-ABERTO             VALUE 'S'.
       77  WRK-QTD-REGISTROS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CUSTO        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-EMPREGADO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-EMPRESA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAB-BCC-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-BCC-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-TAB-BFO-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-BFO-SUB            PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-BEN-CCUSTO.
           05  TAB-BCC OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-BCC-QTD
                   INDEXED BY BCC-IDX.
               10  TAB-BCC-CODIGO     PIC X(05).
               10  TAB-BCC-VT         PIC 9(09)V99.
               10  TAB-BCC-SAUDE      PIC 9(09)V99.
               10  TAB-BCC-EMPREGADO  PIC 9(09)V99.
               10  TAB-BCC-EMPRESA    PIC 9(09)V99.
       01  WRK-TAB-BEN-FORNEC.
           05  TAB-BFO OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-BFO-QTD
                   INDEXED BY BFO-IDX.
               10  TAB-BFO-TIPO       PIC X(01).
               10  TAB-BFO-PLANO      PIC X(04).
               10  TAB-BFO-FORNECEDOR PIC 9(04).
               10  TAB-BFO-VIDAS      PIC 9(05).
               10  TAB-BFO-CUSTO      PIC 9(09)V99.
               10  TAB-BFO-EMPREGADO  PIC 9(09)V99.
               10  TAB-BFO-EMPRESA    PIC 9(09)V99.
       01  WRK-LINHA-BCC.
           05  WRK-LC-CODIGO      PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-VT          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-SAUDE       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-EMPREGADO   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-EMPRESA     PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-BFO.
           05  WRK-LF-TIPO        PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-PLANO       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-FORNECEDOR  PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-VIDAS       PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-CUSTO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-EMPREGADO   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-EMPRESA     PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYPLSTB.
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
      ** A COMPETENCIA DO RELATORIO E A DO LOTE. SEM HISTORICO DE
      ** BENEFICIOS O RELATORIO SAI SO COM O CABECALHO E OS TOTAIS
      ** ZERADOS.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7790-CARREGAR-TABELA-PLANOS.

           OPEN OUTPUT BENEREL-FILE.
           IF WRK-BENEREL-STATUS NOT = '00'
               MOVE 'PROGBENR'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-BENEREL-STATUS    TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O RELATORIO DE BENEFICIOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               MOVE 'PROGBENR' TO WRK-CAB-PROGRAMA
               MOVE 'CUSTO MENSAL DE BENEFICIOS' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE BENEREL-LINHA FROM WRK-CAB-LINHA1
               WRITE BENEREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO BENEREL-LINHA
               STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                   WRK-LOTECAB-MES    DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WRK-LOTECAB-ANO    DELIMITED BY SIZE
                   INTO BENEREL-LINHA
               WRITE BENEREL-LINHA

               OPEN INPUT BENHIST-FILE
               IF WRK-BENHIST-STATUS = '00'
                   SET WRK-BENHIST-ABERTO TO TRUE
                   READ BENHIST-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               ELSE
                   SET WRK-FIM TO TRUE
               END-IF
           END-IF.

       0200-PROCESSAR.

           IF BHS-COMP-ANO = WRK-LOTECAB-ANO
               AND BHS-COMP-MES = WRK-LOTECAB-MES
               PERFORM 0210-ACUMULAR-BENEFICIO
           END-IF.

           READ BENHIST-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CADA REGISTRO SOMA NO SEU CENTRO DE CUSTO E NA LINHA DO
      ** FORNECEDOR/PLANO. NO PLANO DE SAUDE AS VIDAS SAO O TITULAR
      ** MAIS OS DEPENDENTES, QUE E COMO A OPERADORA FATURA.
      **************************************************************
       0210-ACUMULAR-BENEFICIO.

           ADD 1                   TO WRK-QTD-REGISTROS.
           ADD BHS-CUSTO-TOTAL     TO WRK-TOTAL-CUSTO.
           ADD BHS-PARTE-EMPREGADO TO WRK-TOTAL-EMPREGADO.
           ADD BHS-PARTE-EMPRESA   TO WRK-TOTAL-EMPRESA.

           SET BCC-IDX TO 1.
           SEARCH TAB-BCC
               AT END
                   ADD 1 TO WRK-TAB-BCC-QTD
                   SET BCC-IDX TO WRK-TAB-BCC-QTD
                   MOVE BHS-CENTRO-CUSTO TO TAB-BCC-CODIGO(BCC-IDX)
                   MOVE ZEROS TO TAB-BCC-VT(BCC-IDX)
                   MOVE ZEROS TO TAB-BCC-SAUDE(BCC-IDX)
                   MOVE ZEROS TO TAB-BCC-EMPREGADO(BCC-IDX)
                   MOVE ZEROS TO TAB-BCC-EMPRESA(BCC-IDX)
               WHEN TAB-BCC-CODIGO(BCC-IDX) = BHS-CENTRO-CUSTO
                   CONTINUE
           END-SEARCH.
           IF BHS-TIPO = 'V'
               ADD BHS-CUSTO-TOTAL TO TAB-BCC-VT(BCC-IDX)
           ELSE
               ADD BHS-CUSTO-TOTAL TO TAB-BCC-SAUDE(BCC-IDX)
           END-IF.
           ADD BHS-PARTE-EMPREGADO TO TAB-BCC-EMPREGADO(BCC-IDX).
           ADD BHS-PARTE-EMPRESA   TO TAB-BCC-EMPRESA(BCC-IDX).

           SET BFO-IDX TO 1.
           SEARCH TAB-BFO
               AT END
                   ADD 1 TO WRK-TAB-BFO-QTD
                   SET BFO-IDX TO WRK-TAB-BFO-QTD
                   MOVE BHS-TIPO       TO TAB-BFO-TIPO(BFO-IDX)
                   MOVE BHS-PLANO      TO TAB-BFO-PLANO(BFO-IDX)
                   MOVE BHS-FORNECEDOR TO TAB-BFO-FORNECEDOR(BFO-IDX)
                   MOVE ZEROS TO TAB-BFO-VIDAS(BFO-IDX)
                   MOVE ZEROS TO TAB-BFO-CUSTO(BFO-IDX)
                   MOVE ZEROS TO TAB-BFO-EMPREGADO(BFO-IDX)
                   MOVE ZEROS TO TAB-BFO-EMPRESA(BFO-IDX)
               WHEN TAB-BFO-TIPO(BFO-IDX) = BHS-TIPO
                   AND TAB-BFO-PLANO(BFO-IDX) = BHS-PLANO
                   AND TAB-BFO-FORNECEDOR(BFO-IDX) = BHS-FORNECEDOR
                   CONTINUE
           END-SEARCH.
           ADD 1                   TO TAB-BFO-VIDAS(BFO-IDX).
           ADD BHS-QTD-DEPENDENTES TO TAB-BFO-VIDAS(BFO-IDX).
           ADD BHS-CUSTO-TOTAL     TO TAB-BFO-CUSTO(BFO-IDX).
           ADD BHS-PARTE-EMPREGADO TO TAB-BFO-EMPREGADO(BFO-IDX).
           ADD BHS-PARTE-EMPRESA   TO TAB-BFO-EMPRESA(BFO-IDX).

       0300-FINALIZAR.

           IF WRK-BENEREL-STATUS = '00'
               MOVE SPACES TO BENEREL-LINHA
               WRITE BENEREL-LINHA
               STRING 'C.C.   VALE-TRANSP.     PLANO SAUDE     '
                   DELIMITED BY SIZE
                   'PARTE EMPREG.   PARTE EMPRESA'
                   DELIMITED BY SIZE
                   INTO BENEREL-LINHA
               WRITE BENEREL-LINHA
               PERFORM 0310-LISTAR-CENTRO-CUSTO
                   VARYING WRK-BCC-SUB FROM 1 BY 1
                   UNTIL WRK-BCC-SUB > WRK-TAB-BCC-QTD

               MOVE SPACES TO BENEREL-LINHA
               WRITE BENEREL-LINHA
               STRING 'BENEFICIO   PLANO FORN.  VIDAS    CUSTO TOTAL'
                   DELIMITED BY SIZE
                   '   PARTE EMPREG.   PARTE EMPRESA'
                   DELIMITED BY SIZE
                   INTO BENEREL-LINHA
               WRITE BENEREL-LINHA
               PERFORM 0320-LISTAR-FORNECEDOR
                   VARYING WRK-BFO-SUB FROM 1 BY 1
                   UNTIL WRK-BFO-SUB > WRK-TAB-BFO-QTD

               MOVE SPACES TO BENEREL-LINHA
               WRITE BENEREL-LINHA
               STRING 'BENEFICIOS NA COMPETENCIA.....: '
                   DELIMITED BY SIZE
                   WRK-QTD-REGISTROS DELIMITED BY SIZE
                   INTO BENEREL-LINHA
               WRITE BENEREL-LINHA
               MOVE WRK-TOTAL-CUSTO TO WRK-TOTAL-ED
               MOVE SPACES TO BENEREL-LINHA
               STRING 'CUSTO TOTAL DOS FORNECEDORES..: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO BENEREL-LINHA
               WRITE BENEREL-LINHA
               MOVE WRK-TOTAL-EMPREGADO TO WRK-TOTAL-ED
               MOVE SPACES TO BENEREL-LINHA
               STRING 'DESCONTADO DOS EMPREGADOS.....: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO BENEREL-LINHA
               WRITE BENEREL-LINHA
               MOVE WRK-TOTAL-EMPRESA TO WRK-TOTAL-ED
               MOVE SPACES TO BENEREL-LINHA
               STRING 'CUSTO DA EMPRESA..............: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO BENEREL-LINHA
               WRITE BENEREL-LINHA

               IF WRK-BENHIST-ABERTO
                   CLOSE BENHIST-FILE
               END-IF
               CLOSE BENEREL-FILE
           END-IF.

       0310-LISTAR-CENTRO-CUSTO.

           MOVE TAB-BCC-CODIGO(WRK-BCC-SUB)    TO WRK-LC-CODIGO.
           MOVE TAB-BCC-VT(WRK-BCC-SUB)        TO WRK-LC-VT.
           MOVE TAB-BCC-SAUDE(WRK-BCC-SUB)     TO WRK-LC-SAUDE.
           MOVE TAB-BCC-EMPREGADO(WRK-BCC-SUB) TO WRK-LC-EMPREGADO.
           MOVE TAB-BCC-EMPRESA(WRK-BCC-SUB)   TO WRK-LC-EMPRESA.
           WRITE BENEREL-LINHA FROM WRK-LINHA-BCC.

       0320-LISTAR-FORNECEDOR.

           IF TAB-BFO-TIPO(WRK-BFO-SUB) = 'V'
               MOVE 'VALE-TRANSP' TO WRK-LF-TIPO
           ELSE
               MOVE TAB-BFO-PLANO(WRK-BFO-SUB) TO WRK-PLS-CODIGO
               PERFORM 7795-BUSCAR-PLANO
               IF WRK-PLS-ACHOU
                   MOVE TAB-PLS-DESCRICAO(PLS-IDX) TO WRK-LF-TIPO
               ELSE
                   MOVE 'PLANO SAUDE' TO WRK-LF-TIPO
               END-IF
           END-IF.
           MOVE TAB-BFO-PLANO(WRK-BFO-SUB)      TO WRK-LF-PLANO.
           MOVE TAB-BFO-FORNECEDOR(WRK-BFO-SUB) TO WRK-LF-FORNECEDOR.
           MOVE TAB-BFO-VIDAS(WRK-BFO-SUB)      TO WRK-LF-VIDAS.
           MOVE TAB-BFO-CUSTO(WRK-BFO-SUB)      TO WRK-LF-CUSTO.
           MOVE TAB-BFO-EMPREGADO(WRK-BFO-SUB)  TO WRK-LF-EMPREGADO.
           MOVE TAB-BFO-EMPRESA(WRK-BFO-SUB)    TO WRK-LF-EMPRESA.
           WRITE BENEREL-LINHA FROM WRK-LINHA-BFO.

       COPY CPYPLSPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
