       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOVDR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO DE CONVERSAO DE ORCAMENTOS EM PEDIDOS
      **    POR VENDEDOR. PERCORRE O CADASTRO DE ORCAMENTOS
      **    (ORCVENDA) E, PARA OS ORCAMENTOS EMITIDOS NO ANO DO LOTE
      **    ATE A DATA DO LOTE, TOTALIZA POR VENDEDOR OS EMITIDOS,
      **    ACEITOS (CONVERTIDOS EM PEDIDO), EXPIRADOS, PERDIDOS E
      **    AINDA ABERTOS, COM A TAXA DE CONVERSAO (ACEITOS SOBRE OS
      **    JA DECIDIDOS - ACEITOS, EXPIRADOS E PERDIDOS) E O VALOR
      **    CONVERTIDO. O NOME VEM DO CADASTRO DE VENDEDORES
      **    (VENDEDOR) OU, NA FALTA, DO PROPRIO ORCAMENTO. SAIDA:
      **    OVDCONV.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOVDSL.
           COPY CPYVDRSL.
           SELECT OVDCONV-FILE ASSIGN TO "OVDCONV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OVDCONV-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYOVDFD.
       COPY CPYVDRFD.
       FD  OVDCONV-FILE.
       01  OVDCONV-LINHA          PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-ORCVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OVDCONV-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ORCVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ORCVENDA-ABERTO            VALUE 'S'.
       77  WRK-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       77  WRK-TAB-CNV-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-CNV-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-ACEITOS            PIC 9(07) VALUE ZEROS.
       77  WRK-DECIDIDOS          PIC 9(07) VALUE ZEROS.
       77  WRK-CNV-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-CNV-ACHOU                  VALUE 'S'.
       77  WRK-TAXA               PIC 9(03)V9 VALUE ZEROS.
       77  WRK-VALOR-ORCADO       PIC 9(10)V99 VALUE ZEROS.
      **************************************************************
      ** ACUMULADORES POR VENDEDOR E DO TOTAL GERAL.
      **************************************************************
       01  WRK-TAB-CONVERSAO.
           05  TAB-CNV OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-CNV-QTD
                   INDEXED BY CNV-IDX.
               10  TAB-CNV-CODIGO      PIC 9(04).
               10  TAB-CNV-NOME        PIC X(30).
               10  TAB-CNV-EMITIDOS    PIC 9(05).
               10  TAB-CNV-ACEITOS     PIC 9(05).
               10  TAB-CNV-EXPIRADOS   PIC 9(05).
               10  TAB-CNV-PERDIDOS    PIC 9(05).
               10  TAB-CNV-ABERTOS     PIC 9(05).
               10  TAB-CNV-VALOR       PIC 9(10)V99.
       01  WRK-TOTAIS.
           05  WRK-TOT-EMITIDOS   PIC 9(07) VALUE ZEROS.
           05  WRK-TOT-ACEITOS    PIC 9(07) VALUE ZEROS.
           05  WRK-TOT-EXPIRADOS  PIC 9(07) VALUE ZEROS.
           05  WRK-TOT-PERDIDOS   PIC 9(07) VALUE ZEROS.
           05  WRK-TOT-ABERTOS    PIC 9(07) VALUE ZEROS.
           05  WRK-TOT-VALOR      PIC 9(12)V99 VALUE ZEROS.
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(05) VALUE 'VEND'.
           05  FILLER             PIC X(21) VALUE 'NOME'.
           05  FILLER             PIC X(08) VALUE ' EMITID'.
           05  FILLER             PIC X(08) VALUE ' ACEITO'.
           05  FILLER             PIC X(08) VALUE ' EXPIRA'.
           05  FILLER             PIC X(08) VALUE ' PERDID'.
           05  FILLER             PIC X(08) VALUE ' ABERTO'.
           05  FILLER             PIC X(08) VALUE ' CONV.%'.
           05  FILLER             PIC X(19)
                   VALUE '    VALOR CONVERT.'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-CODIGO      PIC X(05).
           05  WRK-LD-NOME        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-EMITIDOS    PIC ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-ACEITOS     PIC ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-EXPIRADOS   PIC ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-PERDIDOS    PIC ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-ABERTOS     PIC ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-TAXA        PIC ZZ9,9.
           05  FILLER             PIC X(01) VALUE '%'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VALOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY CPYVDRTB.
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
      ** O PERIODO E DE 01/01 DO ANO DO LOTE ATE A DATA DO LOTE.
      ** OS VENDEDORES DO CADASTRO ABREM A TABELA NA ORDEM DO
      ** ARQUIVO, PARA O RELATORIO MOSTRAR TAMBEM QUEM NAO EMITIU
      ** ORCAMENTO NO PERIODO; CODIGOS FORA DO CADASTRO ENTRAM NO
      ** FIM, NA ORDEM EM QUE APARECEM.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           COMPUTE WRK-DATA-INICIO = WRK-LOTECAB-ANO * 10000 + 0101.
           PERFORM 7600-CARREGAR-VENDEDORES.
           MOVE ZEROS TO WRK-TAB-CNV-QTD.
           PERFORM 0110-INCLUIR-VENDEDOR-CADASTRO
               VARYING WRK-CNV-SUB FROM 1 BY 1
               UNTIL WRK-CNV-SUB > WRK-TAB-VDR-QTD.

           OPEN OUTPUT OVDCONV-FILE.
           MOVE 'PROGOVDR' TO WRK-CAB-PROGRAMA.
           MOVE 'CONVERSAO DE ORCAMENTOS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE OVDCONV-LINHA FROM WRK-CAB-LINHA1.
           WRITE OVDCONV-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO OVDCONV-LINHA.
           STRING 'ORCAMENTOS EMITIDOS DE ' DELIMITED BY SIZE
               '01/01/'                DELIMITED BY SIZE
               WRK-LOTECAB-ANO         DELIMITED BY SIZE
               ' A '                   DELIMITED BY SIZE
               WRK-LOTECAB-DIA         DELIMITED BY SIZE
               '/'                     DELIMITED BY SIZE
               WRK-LOTECAB-MES         DELIMITED BY SIZE
               '/'                     DELIMITED BY SIZE
               WRK-LOTECAB-ANO         DELIMITED BY SIZE
               INTO OVDCONV-LINHA.
           WRITE OVDCONV-LINHA.
           MOVE SPACES TO OVDCONV-LINHA.
           WRITE OVDCONV-LINHA.
           WRITE OVDCONV-LINHA FROM WRK-LINHA-TITULO.

           OPEN INPUT ORCVENDA-FILE.
           IF WRK-ORCVENDA-STATUS = '35'
               SET WRK-FIM TO TRUE
           ELSE
               IF WRK-ORCVENDA-STATUS NOT = '00'
                   MOVE 'PROGOVDR'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-ORCVENDA-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE ORCAMENTOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ORCVENDA-ABERTO TO TRUE
                   MOVE ZEROS TO OVD-NUMERO
                   START ORCVENDA-FILE
                       KEY IS NOT LESS THAN OVD-NUMERO
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
               END-IF
           END-IF.

       0110-INCLUIR-VENDEDOR-CADASTRO.

           IF WRK-TAB-CNV-QTD < 300
               ADD 1 TO WRK-TAB-CNV-QTD
               MOVE TAB-VDR-CODIGO(WRK-CNV-SUB)
                   TO TAB-CNV-CODIGO(WRK-TAB-CNV-QTD)
               MOVE TAB-VDR-NOME(WRK-CNV-SUB)
                   TO TAB-CNV-NOME(WRK-TAB-CNV-QTD)
               MOVE ZEROS TO TAB-CNV-EMITIDOS(WRK-TAB-CNV-QTD)
               MOVE ZEROS TO TAB-CNV-ACEITOS(WRK-TAB-CNV-QTD)
               MOVE ZEROS TO TAB-CNV-EXPIRADOS(WRK-TAB-CNV-QTD)
               MOVE ZEROS TO TAB-CNV-PERDIDOS(WRK-TAB-CNV-QTD)
               MOVE ZEROS TO TAB-CNV-ABERTOS(WRK-TAB-CNV-QTD)
               MOVE ZEROS TO TAB-CNV-VALOR(WRK-TAB-CNV-QTD)
           END-IF.

       0200-PROCESSAR.

           READ ORCVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF OVD-DATA-ORCAMENTO >= WRK-DATA-INICIO
                       AND OVD-DATA-ORCAMENTO <= WRK-LOTECAB-DATA
                       PERFORM 0210-ACUMULAR-ORCAMENTO
                   END-IF
           END-READ.

       0210-ACUMULAR-ORCAMENTO.

           MOVE 'N' TO WRK-CNV-ACHOU-SW.
           SET CNV-IDX TO 1.
           SEARCH TAB-CNV
               AT END
                   PERFORM 0215-NOVO-VENDEDOR
               WHEN TAB-CNV-CODIGO(CNV-IDX) = OVD-CODVENDEDOR
                   SET WRK-CNV-ACHOU TO TRUE
           END-SEARCH.

           IF WRK-CNV-ACHOU
               ADD 1 TO TAB-CNV-EMITIDOS(CNV-IDX)
               ADD 1 TO WRK-TOT-EMITIDOS
               EVALUATE TRUE
                   WHEN OVD-ACEITO
                       COMPUTE WRK-VALOR-ORCADO =
                           OVD-QTD * OVD-VALOR-UNIT
                       ADD 1 TO TAB-CNV-ACEITOS(CNV-IDX)
                       ADD WRK-VALOR-ORCADO TO TAB-CNV-VALOR(CNV-IDX)
                       ADD 1 TO WRK-TOT-ACEITOS
                       ADD WRK-VALOR-ORCADO TO WRK-TOT-VALOR
                   WHEN OVD-EXPIRADO
                       ADD 1 TO TAB-CNV-EXPIRADOS(CNV-IDX)
                       ADD 1 TO WRK-TOT-EXPIRADOS
                   WHEN OVD-PERDIDO
                       ADD 1 TO TAB-CNV-PERDIDOS(CNV-IDX)
                       ADD 1 TO WRK-TOT-PERDIDOS
                   WHEN OTHER
                       ADD 1 TO TAB-CNV-ABERTOS(CNV-IDX)
                       ADD 1 TO WRK-TOT-ABERTOS
               END-EVALUATE
           ELSE
               ADD 1 TO WRK-QTD-IGNORADOS
           END-IF.

       0215-NOVO-VENDEDOR.

           IF WRK-TAB-CNV-QTD < 300
               ADD 1 TO WRK-TAB-CNV-QTD
               SET CNV-IDX TO WRK-TAB-CNV-QTD
               SET WRK-CNV-ACHOU TO TRUE
               MOVE OVD-CODVENDEDOR TO TAB-CNV-CODIGO(CNV-IDX)
               MOVE OVD-VENDEDOR    TO TAB-CNV-NOME(CNV-IDX)
               MOVE ZEROS TO TAB-CNV-EMITIDOS(CNV-IDX)
               MOVE ZEROS TO TAB-CNV-ACEITOS(CNV-IDX)
               MOVE ZEROS TO TAB-CNV-EXPIRADOS(CNV-IDX)
               MOVE ZEROS TO TAB-CNV-PERDIDOS(CNV-IDX)
               MOVE ZEROS TO TAB-CNV-ABERTOS(CNV-IDX)
               MOVE ZEROS TO TAB-CNV-VALOR(CNV-IDX)
           END-IF.

       0300-FINALIZAR.

           PERFORM 0310-LISTAR-VENDEDOR
               VARYING WRK-CNV-SUB FROM 1 BY 1
               UNTIL WRK-CNV-SUB > WRK-TAB-CNV-QTD.

           MOVE SPACES TO OVDCONV-LINHA.
           WRITE OVDCONV-LINHA.
           MOVE 'TOTAL'            TO WRK-LD-CODIGO.
           MOVE SPACES             TO WRK-LD-NOME.
           MOVE WRK-TOT-EMITIDOS   TO WRK-LD-EMITIDOS.
           MOVE WRK-TOT-ACEITOS    TO WRK-LD-ACEITOS.
           MOVE WRK-TOT-EXPIRADOS  TO WRK-LD-EXPIRADOS.
           MOVE WRK-TOT-PERDIDOS   TO WRK-LD-PERDIDOS.
           MOVE WRK-TOT-ABERTOS    TO WRK-LD-ABERTOS.
           COMPUTE WRK-DECIDIDOS = WRK-TOT-ACEITOS
               + WRK-TOT-EXPIRADOS + WRK-TOT-PERDIDOS.
           MOVE WRK-TOT-ACEITOS    TO WRK-ACEITOS.
           PERFORM 0320-CALCULAR-TAXA.
           MOVE WRK-TOT-VALOR      TO WRK-LD-VALOR.
           WRITE OVDCONV-LINHA FROM WRK-LINHA-DETALHE.

           IF WRK-QTD-IGNORADOS > ZEROS
               MOVE SPACES TO OVDCONV-LINHA
               STRING 'ORCAMENTOS SEM LUGAR NA TABELA DE VENDEDORES: '
                   DELIMITED BY SIZE
                   WRK-QTD-IGNORADOS DELIMITED BY SIZE
                   INTO OVDCONV-LINHA
               WRITE OVDCONV-LINHA
           END-IF.

           IF WRK-ORCVENDA-ABERTO
               CLOSE ORCVENDA-FILE
           END-IF.
           CLOSE OVDCONV-FILE.

           DISPLAY 'CONVERSAO DE ORCAMENTOS EMITIDA PARA '
               WRK-TAB-CNV-QTD ' VENDEDOR(ES).'.

       0310-LISTAR-VENDEDOR.

           MOVE TAB-CNV-CODIGO(WRK-CNV-SUB)    TO WRK-LD-CODIGO.
           MOVE TAB-CNV-NOME(WRK-CNV-SUB)      TO WRK-LD-NOME.
           MOVE TAB-CNV-EMITIDOS(WRK-CNV-SUB)  TO WRK-LD-EMITIDOS.
           MOVE TAB-CNV-ACEITOS(WRK-CNV-SUB)   TO WRK-LD-ACEITOS.
           MOVE TAB-CNV-EXPIRADOS(WRK-CNV-SUB) TO WRK-LD-EXPIRADOS.
           MOVE TAB-CNV-PERDIDOS(WRK-CNV-SUB)  TO WRK-LD-PERDIDOS.
           MOVE TAB-CNV-ABERTOS(WRK-CNV-SUB)   TO WRK-LD-ABERTOS.
           COMPUTE WRK-DECIDIDOS = TAB-CNV-ACEITOS(WRK-CNV-SUB)
               + TAB-CNV-EXPIRADOS(WRK-CNV-SUB)
               + TAB-CNV-PERDIDOS(WRK-CNV-SUB).
           MOVE TAB-CNV-ACEITOS(WRK-CNV-SUB)   TO WRK-ACEITOS.
           PERFORM 0320-CALCULAR-TAXA.
           MOVE TAB-CNV-VALOR(WRK-CNV-SUB)     TO WRK-LD-VALOR.
           WRITE OVDCONV-LINHA FROM WRK-LINHA-DETALHE.

      **************************************************************
      ** TAXA DE CONVERSAO: ACEITOS (EM WRK-ACEITOS) SOBRE OS
      ** ORCAMENTOS JA DECIDIDOS. ORCAMENTO AINDA ABERTO NAO ENTRA
      ** NA BASE, PARA NAO DERRUBAR A TAXA DE QUEM EMITIU MUITO NOS
      ** ULTIMOS DIAS.
      **************************************************************
       0320-CALCULAR-TAXA.

           IF WRK-DECIDIDOS = ZEROS
               MOVE ZEROS TO WRK-TAXA
           ELSE
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-ACEITOS * 100 / WRK-DECIDIDOS
           END-IF.
           MOVE WRK-TAXA TO WRK-LD-TAXA.

       COPY CPYVDRPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
