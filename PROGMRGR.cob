       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMRGR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO DE MARGEM BRUTA. LE O HISTORICO DE
      **    CUSTO DAS MERCADORIAS VENDIDAS (CMVHIST, VER CPYCMV*)
      **    DE 01/01 DO ANO DO LOTE ATE A DATA DO LOTE E EMITE A
      **    VENDA, O CUSTO AO CUSTO MEDIO, A MARGEM BRUTA E O
      **    PERCENTUAL DE MARGEM SOBRE A VENDA EM TRES QUEBRAS:
      **    POR FATURA (EM ORDEM DE NUMERO, COM O CLIENTE), POR
      **    PRODUTO (EM ORDEM DE CODIGO, COM A DESCRICAO DO
      **    CATALOGO) E POR MES DO ANO. AS DEVOLUCOES REESTOCADAS
      **    ('D') ABATEM VENDA E CUSTO DA FATURA ORIGINAL, DO
      **    PRODUTO E DO MES DA DEVOLUCAO. SAIDA: MARGREL.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - A MARGEM POR FATURA PASSA A IDENTIFICAR O
      **               CLIENTE PELO DOCUMENTO FORMATADO (CPF OU CNPJ).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCMVSL.
           COPY CPYPRDSL.
           SELECT MARGREL-FILE ASSIGN TO "MARGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MARGREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCMVFD.
       COPY CPYPRDFD.
       FD  MARGREL-FILE.
       01  MARGREL-LINHA          PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-CMVHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-MARGREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CMVHIST-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CMVHIST-ABERTO             VALUE 'S'.
       77  WRK-POSICAO-SW         PIC X(01) VALUE 'N'.
           88  WRK-POSICAO-OK                 VALUE 'S'.
       77  WRK-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                      VALUE 'S'.
       77  WRK-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PERIODO        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-FORA-FATURA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA-PRODUTO   PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-MFT-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-MFT-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-MFT-POS            PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-MPR-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-MPR-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-MPR-POS            PIC 9(03) VALUE ZEROS.
       77  WRK-MES-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-VENDA-REG          PIC S9(09)V99 VALUE ZEROS.
       77  WRK-CUSTO-REG          PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VENDA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CUSTO              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-MARGEM             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PERC-MARGEM        PIC S9(05)V9 VALUE ZEROS.
       77  WRK-TOT-VENDA          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO          PIC S9(11)V99 VALUE ZEROS.
       01  WRK-DATA-REG.
           05  WRK-DTR-ANO        PIC 9(04).
           05  WRK-DTR-MES        PIC 9(02).
           05  WRK-DTR-DIA        PIC 9(02).
      **************************************************************
      ** ACUMULADORES POR FATURA (EM ORDEM DE NUMERO), POR PRODUTO
      ** (EM ORDEM DE CODIGO) E POR MES DO ANO DO LOTE.
      **************************************************************
       01  WRK-TAB-MARGEM-FATURA.
           05  TAB-MFT OCCURS 5000 TIMES.
               10  TAB-MFT-FATURA     PIC 9(08).
               10  TAB-MFT-CLIENTE    PIC X(15).
               10  TAB-MFT-VENDA      PIC S9(11)V99.
               10  TAB-MFT-CUSTO      PIC S9(11)V99.
       01  WRK-TAB-MARGEM-PRODUTO.
           05  TAB-MPR OCCURS 300 TIMES.
               10  TAB-MPR-CODIGO     PIC X(08).
               10  TAB-MPR-VENDA      PIC S9(11)V99.
               10  TAB-MPR-CUSTO      PIC S9(11)V99.
       01  WRK-TAB-MARGEM-MES.
           05  TAB-MMS OCCURS 12 TIMES.
               10  TAB-MMS-VENDA      PIC S9(11)V99.
               10  TAB-MMS-CUSTO      PIC S9(11)V99.
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(32) VALUE SPACES.
           05  FILLER             PIC X(19)
                   VALUE '              VENDA'.
           05  FILLER             PIC X(19)
                   VALUE '              CUSTO'.
           05  FILLER             PIC X(19)
                   VALUE '       MARGEM BRUTA'.
           05  FILLER             PIC X(09) VALUE '  MARGEM%'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-CHAVE       PIC X(11).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-DESCRICAO   PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-VENDA       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-CUSTO       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-MARGEM      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-PERC        PIC ZZ.ZZ9,9-.
       01  WRK-CHAVE-MES.
           05  WRK-CM-MES         PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-CM-ANO         PIC 9(04).
       COPY CPYPRDTB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** O PERIODO E DE 01/01 DO ANO DO LOTE ATE A DATA DO LOTE.
      ** SEM HISTORICO DE CUSTO O RELATORIO SAI SO COM OS TOTAIS
      ** ZERADOS.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGMRGR'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           COMPUTE WRK-DATA-INICIO = WRK-LOTECAB-ANO * 10000 + 0101.
           PERFORM 7800-CARREGAR-TABELA-PRODUTO.
           PERFORM 0110-ZERAR-MES
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > 12.

           OPEN INPUT CMVHIST-FILE.
           IF WRK-CMVHIST-STATUS = '35'
               SET WRK-FIM TO TRUE
           ELSE
               IF WRK-CMVHIST-STATUS NOT = '00'
                   MOVE 'PROGMRGR'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-CMVHIST-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O HISTORICO DE CUSTO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-CMVHIST-ABERTO TO TRUE
               END-IF
           END-IF.

       0110-ZERAR-MES.

           MOVE ZEROS TO TAB-MMS-VENDA(WRK-MES-SUB).
           MOVE ZEROS TO TAB-MMS-CUSTO(WRK-MES-SUB).

       0200-PROCESSAR.

           READ CMVHIST-FILE
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF CMV-DATA >= WRK-DATA-INICIO
                       AND CMV-DATA <= WRK-LOTECAB-DATA
                       PERFORM 0210-ACUMULAR-CUSTO
                   END-IF
           END-READ.

      **************************************************************
      ** A DEVOLUCAO ENTRA COM SINAL NEGATIVO, ABATENDO VENDA E
      ** CUSTO DA FATURA ORIGINAL, DO PRODUTO E DO MES.
      **************************************************************
       0210-ACUMULAR-CUSTO.

           ADD 1 TO WRK-QTD-PERIODO.
           IF CMV-DEVOLUCAO
               COMPUTE WRK-VENDA-REG = ZEROS - CMV-VALOR-VENDA
               COMPUTE WRK-CUSTO-REG = ZEROS - CMV-CUSTO
           ELSE
               MOVE CMV-VALOR-VENDA TO WRK-VENDA-REG
               MOVE CMV-CUSTO       TO WRK-CUSTO-REG
           END-IF.

           ADD WRK-VENDA-REG TO WRK-TOT-VENDA.
           ADD WRK-CUSTO-REG TO WRK-TOT-CUSTO.

           MOVE CMV-DATA TO WRK-DATA-REG.
           ADD WRK-VENDA-REG TO TAB-MMS-VENDA(WRK-DTR-MES).
           ADD WRK-CUSTO-REG TO TAB-MMS-CUSTO(WRK-DTR-MES).

           PERFORM 0220-ACUMULAR-FATURA.
           PERFORM 0240-ACUMULAR-PRODUTO.

      **************************************************************
      ** FATURA: PROCURADA NA TABELA; FATURA NOVA E INSERIDA NA
      ** POSICAO DO NUMERO, DESLOCANDO AS MAIORES UMA CASA PARA
      ** BAIXO. ACIMA DA CAPACIDADE O REGISTRO SO ENTRA NOS TOTAIS,
      ** NO PRODUTO E NO MES, E E CONTADO NO RODAPE.
      **************************************************************
       0220-ACUMULAR-FATURA.

           MOVE 'N' TO WRK-ACHOU-SW.
           MOVE ZEROS TO WRK-MFT-POS.
           PERFORM 0221-PROCURAR-FATURA
               VARYING WRK-MFT-SUB FROM 1 BY 1
               UNTIL WRK-MFT-SUB > WRK-TAB-MFT-QTD
                  OR WRK-ACHOU.

           IF NOT WRK-ACHOU
               IF WRK-TAB-MFT-QTD < 5000
                   ADD 1 TO WRK-TAB-MFT-QTD
                   MOVE WRK-TAB-MFT-QTD TO WRK-MFT-POS
                   MOVE 'N' TO WRK-POSICAO-SW
                   PERFORM 0225-DESLOCAR-FATURA UNTIL WRK-POSICAO-OK
                   MOVE CMV-FATURA      TO TAB-MFT-FATURA(WRK-MFT-POS)
                   MOVE CMV-CLIENTE     TO TAB-MFT-CLIENTE(WRK-MFT-POS)
                   MOVE ZEROS           TO TAB-MFT-VENDA(WRK-MFT-POS)
                   MOVE ZEROS           TO TAB-MFT-CUSTO(WRK-MFT-POS)
                   SET WRK-ACHOU TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-FORA-FATURA
               END-IF
           END-IF.

           IF WRK-ACHOU
               ADD WRK-VENDA-REG TO TAB-MFT-VENDA(WRK-MFT-POS)
               ADD WRK-CUSTO-REG TO TAB-MFT-CUSTO(WRK-MFT-POS)
           END-IF.

       0221-PROCURAR-FATURA.

           IF TAB-MFT-FATURA(WRK-MFT-SUB) = CMV-FATURA
               SET WRK-ACHOU TO TRUE
               MOVE WRK-MFT-SUB TO WRK-MFT-POS
           END-IF.

       0225-DESLOCAR-FATURA.

           IF WRK-MFT-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-MFT-FATURA(WRK-MFT-POS - 1) > CMV-FATURA
                   MOVE TAB-MFT(WRK-MFT-POS - 1)
                       TO TAB-MFT(WRK-MFT-POS)
                   SUBTRACT 1 FROM WRK-MFT-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

      **************************************************************
      ** PRODUTO: MESMO TRATAMENTO DA FATURA, NA ORDEM DO CODIGO.
      **************************************************************
       0240-ACUMULAR-PRODUTO.

           MOVE 'N' TO WRK-ACHOU-SW.
           MOVE ZEROS TO WRK-MPR-POS.
           PERFORM 0241-PROCURAR-PRODUTO
               VARYING WRK-MPR-SUB FROM 1 BY 1
               UNTIL WRK-MPR-SUB > WRK-TAB-MPR-QTD
                  OR WRK-ACHOU.

           IF NOT WRK-ACHOU
               IF WRK-TAB-MPR-QTD < 300
                   ADD 1 TO WRK-TAB-MPR-QTD
                   MOVE WRK-TAB-MPR-QTD TO WRK-MPR-POS
                   MOVE 'N' TO WRK-POSICAO-SW
                   PERFORM 0245-DESLOCAR-PRODUTO UNTIL WRK-POSICAO-OK
                   MOVE CMV-CODPRODUTO TO TAB-MPR-CODIGO(WRK-MPR-POS)
                   MOVE ZEROS          TO TAB-MPR-VENDA(WRK-MPR-POS)
                   MOVE ZEROS          TO TAB-MPR-CUSTO(WRK-MPR-POS)
                   SET WRK-ACHOU TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-FORA-PRODUTO
               END-IF
           END-IF.

           IF WRK-ACHOU
               ADD WRK-VENDA-REG TO TAB-MPR-VENDA(WRK-MPR-POS)
               ADD WRK-CUSTO-REG TO TAB-MPR-CUSTO(WRK-MPR-POS)
           END-IF.

       0241-PROCURAR-PRODUTO.

           IF TAB-MPR-CODIGO(WRK-MPR-SUB) = CMV-CODPRODUTO
               SET WRK-ACHOU TO TRUE
               MOVE WRK-MPR-SUB TO WRK-MPR-POS
           END-IF.

       0245-DESLOCAR-PRODUTO.

           IF WRK-MPR-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-MPR-CODIGO(WRK-MPR-POS - 1) > CMV-CODPRODUTO
                   MOVE TAB-MPR(WRK-MPR-POS - 1)
                       TO TAB-MPR(WRK-MPR-POS)
                   SUBTRACT 1 FROM WRK-MPR-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

       0300-FINALIZAR.

           OPEN OUTPUT MARGREL-FILE.
           MOVE 'PROGMRGR' TO WRK-CAB-PROGRAMA.
           MOVE 'MARGEM BRUTA DE VENDAS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE MARGREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE MARGREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO MARGREL-LINHA.
           STRING 'VENDAS E DEVOLUCOES DE ' DELIMITED BY SIZE
               '01/01/'                DELIMITED BY SIZE
               WRK-LOTECAB-ANO         DELIMITED BY SIZE
               ' A '                   DELIMITED BY SIZE
               WRK-LOTECAB-DIA         DELIMITED BY SIZE
               '/'                     DELIMITED BY SIZE
               WRK-LOTECAB-MES         DELIMITED BY SIZE
               '/'                     DELIMITED BY SIZE
               WRK-LOTECAB-ANO         DELIMITED BY SIZE
               INTO MARGREL-LINHA.
           WRITE MARGREL-LINHA.

           MOVE SPACES TO MARGREL-LINHA.
           WRITE MARGREL-LINHA.
           MOVE '=== MARGEM BRUTA POR FATURA ===' TO MARGREL-LINHA.
           WRITE MARGREL-LINHA.
           WRITE MARGREL-LINHA FROM WRK-LINHA-TITULO.
           PERFORM 0310-LISTAR-FATURA
               VARYING WRK-MFT-SUB FROM 1 BY 1
               UNTIL WRK-MFT-SUB > WRK-TAB-MFT-QTD.

           MOVE SPACES TO MARGREL-LINHA.
           WRITE MARGREL-LINHA.
           MOVE '=== MARGEM BRUTA POR PRODUTO ===' TO MARGREL-LINHA.
           WRITE MARGREL-LINHA.
           WRITE MARGREL-LINHA FROM WRK-LINHA-TITULO.
           PERFORM 0320-LISTAR-PRODUTO
               VARYING WRK-MPR-SUB FROM 1 BY 1
               UNTIL WRK-MPR-SUB > WRK-TAB-MPR-QTD.

           MOVE SPACES TO MARGREL-LINHA.
           WRITE MARGREL-LINHA.
           MOVE '=== MARGEM BRUTA POR MES ===' TO MARGREL-LINHA.
           WRITE MARGREL-LINHA.
           WRITE MARGREL-LINHA FROM WRK-LINHA-TITULO.
           PERFORM 0330-LISTAR-MES
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > WRK-LOTECAB-MES.

           MOVE SPACES TO MARGREL-LINHA.
           WRITE MARGREL-LINHA.
           MOVE 'TOTAL'           TO WRK-LD-CHAVE.
           MOVE SPACES            TO WRK-LD-DESCRICAO.
           MOVE WRK-TOT-VENDA     TO WRK-VENDA.
           MOVE WRK-TOT-CUSTO     TO WRK-CUSTO.
           PERFORM 0340-IMPRIMIR-MARGEM.

           IF WRK-QTD-FORA-FATURA > ZEROS
               OR WRK-QTD-FORA-PRODUTO > ZEROS
               MOVE SPACES TO MARGREL-LINHA
               STRING 'REGISTROS SEM LUGAR NA TABELA - FATURAS: '
                   DELIMITED BY SIZE
                   WRK-QTD-FORA-FATURA  DELIMITED BY SIZE
                   '  PRODUTOS: '       DELIMITED BY SIZE
                   WRK-QTD-FORA-PRODUTO DELIMITED BY SIZE
                   INTO MARGREL-LINHA
               WRITE MARGREL-LINHA
           END-IF.

           IF WRK-CMVHIST-ABERTO
               CLOSE CMVHIST-FILE
           END-IF.
           CLOSE MARGREL-FILE.

           DISPLAY 'MARGEM BRUTA EMITIDA: ' WRK-QTD-PERIODO
               ' DE ' WRK-QTD-LIDOS ' REGISTRO(S) DE CUSTO NO PERIODO.'.

       0310-LISTAR-FATURA.

           MOVE TAB-MFT-FATURA(WRK-MFT-SUB) TO WRK-LD-CHAVE.
           MOVE TAB-MFT-CLIENTE(WRK-MFT-SUB) TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO           TO WRK-LD-DESCRICAO.
           MOVE TAB-MFT-VENDA(WRK-MFT-SUB)  TO WRK-VENDA.
           MOVE TAB-MFT-CUSTO(WRK-MFT-SUB)  TO WRK-CUSTO.
           PERFORM 0340-IMPRIMIR-MARGEM.

       0320-LISTAR-PRODUTO.

           MOVE TAB-MPR-CODIGO(WRK-MPR-SUB) TO WRK-PRD-CODIGO.
           PERFORM 7810-BUSCAR-PRODUTO.
           MOVE TAB-MPR-CODIGO(WRK-MPR-SUB) TO WRK-LD-CHAVE.
           MOVE WRK-PRD-DESCRICAO           TO WRK-LD-DESCRICAO.
           MOVE TAB-MPR-VENDA(WRK-MPR-SUB)  TO WRK-VENDA.
           MOVE TAB-MPR-CUSTO(WRK-MPR-SUB)  TO WRK-CUSTO.
           PERFORM 0340-IMPRIMIR-MARGEM.

       0330-LISTAR-MES.

           MOVE WRK-MES-SUB                 TO WRK-CM-MES.
           MOVE WRK-LOTECAB-ANO             TO WRK-CM-ANO.
           MOVE WRK-CHAVE-MES               TO WRK-LD-CHAVE.
           MOVE SPACES                      TO WRK-LD-DESCRICAO.
           MOVE TAB-MMS-VENDA(WRK-MES-SUB)  TO WRK-VENDA.
           MOVE TAB-MMS-CUSTO(WRK-MES-SUB)  TO WRK-CUSTO.
           PERFORM 0340-IMPRIMIR-MARGEM.

      **************************************************************
      ** MARGEM BRUTA = VENDA MENOS CUSTO; PERCENTUAL SOBRE A VENDA
      ** (ZERO QUANDO NAO HA VENDA LIQUIDA POSITIVA).
      **************************************************************
       0340-IMPRIMIR-MARGEM.

           COMPUTE WRK-MARGEM = WRK-VENDA - WRK-CUSTO.
           IF WRK-VENDA > ZEROS
               COMPUTE WRK-PERC-MARGEM ROUNDED =
                   WRK-MARGEM * 100 / WRK-VENDA
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-PERC-MARGEM
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-PERC-MARGEM
           END-IF.
           MOVE WRK-VENDA       TO WRK-LD-VENDA.
           MOVE WRK-CUSTO       TO WRK-LD-CUSTO.
           MOVE WRK-MARGEM      TO WRK-LD-MARGEM.
           MOVE WRK-PERC-MARGEM TO WRK-LD-PERC.
           WRITE MARGREL-LINHA FROM WRK-LINHA-DETALHE.

       COPY CPYPRDPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
