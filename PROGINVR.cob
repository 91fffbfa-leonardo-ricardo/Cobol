       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINVR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO DE DIVERGENCIAS DO INVENTARIO FISICO
      **    (INVDIVR) DA ULTIMA CONTAGEM DO INVCTL, ABERTA OU JA
      **    ENCERRADA. POR LINHA: TIPO, CODIGO, SALDO CONGELADO,
      **    QUANTIDADE FINAL (A RECONTAGEM QUANDO HOUVE), DIFERENCA
      **    EM QUANTIDADE, CUSTO UNITARIO E DIFERENCA EM VALOR, COM
      **    A SITUACAO DA LINHA. TOTAIS DE PERDAS E SOBRAS EM VALOR
      **    POR TIPO (PRODUTOS ACABADOS E MATERIAIS). LINHAS AINDA
      **    NAO CONTADAS SAEM SEM DIFERENCA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYINVSL.
           COPY CPYICTSL.
           SELECT INVDIVR-FILE ASSIGN TO "INVDIVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INVDIVR-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYINVFD.
       COPY CPYICTFD.
       FD  INVDIVR-FILE.
       01  INVDIVR-LINHA          PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-INVCONT-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-INVCTL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-INVDIVR-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-INVCONT-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-INVCONT-ABERTO             VALUE 'S'.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-LINHAS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FINAL          PIC 9(07) VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(07) VALUE ZEROS.
       77  WRK-VALOR-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-PERDAS-PRODUTO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOBRAS-PRODUTO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PERDAS-MATERIAL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOBRAS-MATERIAL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-DOCUMENTO-INV.
           05  FILLER             PIC X(03) VALUE 'INV'.
           05  WRK-DOCUMENTO-NUM  PIC 9(07) VALUE ZEROS.
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(02) VALUE 'T'.
           05  FILLER             PIC X(11) VALUE 'CODIGO'.
           05  FILLER             PIC X(10) VALUE '     LIVRO'.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE '   CONTADO'.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'DIFERENCA'.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE '  CUSTO UNIT'.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE '  VALOR DIFER.'.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'SITUACAO'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-TIPO        PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-CODIGO      PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-LIVRO       PIC Z.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-CONTADO     PIC Z.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-DIFERENCA   PIC -.---.--9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-CUSTO       PIC Z.ZZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-VALOR       PIC ---.---.--9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-SITUACAO    PIC X(10).
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           INITIALIZE INVCTL-REG.
           OPEN INPUT INVCTL-FILE.
           IF WRK-INVCTL-STATUS = '00'
               READ INVCTL-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE INVCTL-FILE
           END-IF.
           MOVE ICT-ULTIMO-DOCUMENTO TO WRK-DOCUMENTO-NUM.

           OPEN OUTPUT INVDIVR-FILE.
           PERFORM 0210-IMPRIMIR-CABECALHO.

           IF WRK-DOCUMENTO-NUM = ZEROS
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT INVCONT-FILE
               IF WRK-INVCONT-STATUS NOT = '00'
                   MOVE 'PROGINVR'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-INVCONT-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O ARQUIVO DE CONTAGEM'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-INVCONT-ABERTO TO TRUE
                   MOVE WRK-DOCUMENTO-NUM TO INV-DOCUMENTO
                   MOVE LOW-VALUES        TO INV-TIPO-ITEM
                   MOVE LOW-VALUES        TO INV-CODIGO
                   START INVCONT-FILE
                       KEY IS NOT LESS THAN INV-CHAVE
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
               END-IF
           END-IF.

       0200-PROCESSAR.

           READ INVCONT-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF INV-DOCUMENTO NOT = WRK-DOCUMENTO-NUM
                       SET WRK-FIM TO TRUE
                   ELSE
                       PERFORM 0220-IMPRIMIR-LINHA
                   END-IF
           END-READ.

       0210-IMPRIMIR-CABECALHO.

           ADD 1 TO WRK-PAGINA.

           IF WRK-PAGINA > 1
               MOVE SPACES TO INVDIVR-LINHA
               WRITE INVDIVR-LINHA BEFORE ADVANCING PAGE
           END-IF.

           MOVE 'PROGINVR'                   TO WRK-CAB-PROGRAMA.
           MOVE 'DIVERGENCIAS DE INVENTARIO'  TO WRK-CAB-TITULO.
           MOVE WRK-PAGINA                   TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE INVDIVR-LINHA FROM WRK-CAB-LINHA1.
           WRITE INVDIVR-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO INVDIVR-LINHA.
           STRING 'CONTAGEM: '          DELIMITED BY SIZE
               WRK-DOCUMENTO-INV        DELIMITED BY SIZE
               '   CONGELADA EM: '      DELIMITED BY SIZE
               ICT-DATA-CONGELAMENTO    DELIMITED BY SIZE
               '   TOLERANCIA %: '      DELIMITED BY SIZE
               ICT-TOLERANCIA-PERC      DELIMITED BY SIZE
               INTO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.
           MOVE SPACES TO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.
           WRITE INVDIVR-LINHA FROM WRK-LINHA-TITULO.

      **************************************************************
      ** A QUANTIDADE FINAL E A RECONTAGEM QUANDO HOUVE; A DIFERENCA
      ** E VALORIZADA PELO CUSTO CONGELADO NA ABERTURA, O MESMO
      ** USADO NA CONTABILIZACAO DO AJUSTE (PROGINVM).
      **************************************************************
       0220-IMPRIMIR-LINHA.

           ADD 1 TO WRK-QTD-LINHAS.
           MOVE ZEROS TO WRK-DIFERENCA.
           MOVE ZEROS TO WRK-VALOR-DIFERENCA.
           IF INV-RECONTADA
               MOVE INV-QTD-RECONTADA TO WRK-QTD-FINAL
           ELSE
               MOVE INV-QTD-CONTADA   TO WRK-QTD-FINAL
           END-IF.

           EVALUATE TRUE
               WHEN INV-A-CONTAR
                   MOVE 'A CONTAR'   TO WRK-LD-SITUACAO
               WHEN INV-CONTADA
                   MOVE 'CONTADA'    TO WRK-LD-SITUACAO
               WHEN INV-RECONTAR
                   MOVE 'RECONTAR'   TO WRK-LD-SITUACAO
               WHEN INV-RECONTADA
                   MOVE 'RECONTADA'  TO WRK-LD-SITUACAO
               WHEN INV-AJUSTADA
                   MOVE 'AJUSTADA'   TO WRK-LD-SITUACAO
               WHEN OTHER
                   MOVE INV-SITUACAO TO WRK-LD-SITUACAO
           END-EVALUATE.

           IF NOT INV-A-CONTAR
               COMPUTE WRK-DIFERENCA = WRK-QTD-FINAL - INV-SALDO-LIVRO
               COMPUTE WRK-VALOR-DIFERENCA ROUNDED =
                   WRK-DIFERENCA * INV-CUSTO-UNIT
               PERFORM 0230-ACUMULAR-DIFERENCA
           END-IF.

           MOVE INV-TIPO-ITEM       TO WRK-LD-TIPO.
           MOVE INV-CODIGO          TO WRK-LD-CODIGO.
           MOVE INV-SALDO-LIVRO     TO WRK-LD-LIVRO.
           MOVE WRK-QTD-FINAL       TO WRK-LD-CONTADO.
           MOVE WRK-DIFERENCA       TO WRK-LD-DIFERENCA.
           MOVE INV-CUSTO-UNIT      TO WRK-LD-CUSTO.
           MOVE WRK-VALOR-DIFERENCA TO WRK-LD-VALOR.
           WRITE INVDIVR-LINHA FROM WRK-LINHA-DETALHE.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.
           IF WRK-CAB-QUEBROU
               PERFORM 0210-IMPRIMIR-CABECALHO
           END-IF.

       0230-ACUMULAR-DIFERENCA.

           IF WRK-DIFERENCA NOT = ZEROS
               ADD 1 TO WRK-QTD-DIVERGENTES
           END-IF.
           IF WRK-VALOR-DIFERENCA < ZEROS
               IF INV-PRODUTO
                   SUBTRACT WRK-VALOR-DIFERENCA FROM WRK-PERDAS-PRODUTO
               ELSE
                   SUBTRACT WRK-VALOR-DIFERENCA
                       FROM WRK-PERDAS-MATERIAL
               END-IF
           ELSE
               IF INV-PRODUTO
                   ADD WRK-VALOR-DIFERENCA TO WRK-SOBRAS-PRODUTO
               ELSE
                   ADD WRK-VALOR-DIFERENCA TO WRK-SOBRAS-MATERIAL
               END-IF
           END-IF.

       0300-FINALIZAR.

           MOVE SPACES TO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.
           STRING 'LINHAS: '             DELIMITED BY SIZE
               WRK-QTD-LINHAS            DELIMITED BY SIZE
               '   COM DIVERGENCIA: '    DELIMITED BY SIZE
               WRK-QTD-DIVERGENTES       DELIMITED BY SIZE
               INTO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.

           MOVE WRK-PERDAS-PRODUTO TO WRK-TOTAL-ED.
           MOVE SPACES TO INVDIVR-LINHA.
           STRING 'PERDAS  - PRODUTOS ACABADOS: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.
           MOVE WRK-SOBRAS-PRODUTO TO WRK-TOTAL-ED.
           MOVE SPACES TO INVDIVR-LINHA.
           STRING 'SOBRAS  - PRODUTOS ACABADOS: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.
           MOVE WRK-PERDAS-MATERIAL TO WRK-TOTAL-ED.
           MOVE SPACES TO INVDIVR-LINHA.
           STRING 'PERDAS  - MATERIAIS:         ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.
           MOVE WRK-SOBRAS-MATERIAL TO WRK-TOTAL-ED.
           MOVE SPACES TO INVDIVR-LINHA.
           STRING 'SOBRAS  - MATERIAIS:         ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO INVDIVR-LINHA.
           WRITE INVDIVR-LINHA.

           IF WRK-INVCONT-ABERTO
               CLOSE INVCONT-FILE
           END-IF.
           CLOSE INVDIVR-FILE.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
