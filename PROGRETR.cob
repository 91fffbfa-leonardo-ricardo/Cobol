       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRETR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO MENSAL DE RETENCOES NA FONTE, BASE DAS
      **    DECLARACOES DOS IMPOSTOS RETIDOS. LE O HISTORICO DE
      **    RETENCOES (RETHIST, VER CPYRTH*, GRAVADO PELO PROGCPGB)
      **    DA COMPETENCIA DO MES DO LOTE E EMITE, PARA CADA IMPOSTO
      **    (IRRF, ISS, INSS, PIS, COFINS E CSLL), UMA LINHA POR
      **    PRESTADOR (EM ORDEM DE CNPJ) COM A QUANTIDADE DE NOTAS, A
      **    BASE E O VALOR RETIDO, O TOTAL DO IMPOSTO E, NO FIM, O
      **    RESUMO POR IMPOSTO COM O TOTAL GERAL. SAIDA: RETREL.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRTHSL.
           SELECT RETREL-FILE ASSIGN TO "RETREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYRTHFD.
       FD  RETREL-FILE.
       01  RETREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-RETHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-RETREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-RETHIST-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-RETHIST-ABERTO             VALUE 'S'.
       77  WRK-POSICAO-SW         PIC X(01) VALUE 'N'.
           88  WRK-POSICAO-OK                 VALUE 'S'.
       77  WRK-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                      VALUE 'S'.
       77  WRK-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PERIODO        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-FORA-TABELA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-IMPOSTO-INV    PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-RTS-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-RTS-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-RTS-POS            PIC 9(04) VALUE ZEROS.
       77  WRK-IMP-SUB            PIC 9(01) VALUE ZEROS.
       77  WRK-IMP-ORDEM          PIC 9(01) VALUE ZEROS.
       77  WRK-TOT-GERAL          PIC 9(11)V99 VALUE ZEROS.
       01  WRK-ANOMES-REF.
           05  WRK-REF-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-REF-MES        PIC 9(02) VALUE ZEROS.
       01  WRK-CHAVE-RETENCAO.
           05  WRK-CR-ORDEM       PIC 9(01).
           05  WRK-CR-FORNECEDOR  PIC X(14).
      **************************************************************
      ** IMPOSTOS NA ORDEM DO RELATORIO, COM O TOTAL DE CADA UM.
      **************************************************************
       01  WRK-NOMES-IMPOSTO.
           05  FILLER             PIC X(06) VALUE 'IRRF'.
           05  FILLER             PIC X(06) VALUE 'ISS'.
           05  FILLER             PIC X(06) VALUE 'INSS'.
           05  FILLER             PIC X(06) VALUE 'PIS'.
           05  FILLER             PIC X(06) VALUE 'COFINS'.
           05  FILLER             PIC X(06) VALUE 'CSLL'.
       01  WRK-TAB-NOMES-IMPOSTO REDEFINES WRK-NOMES-IMPOSTO.
           05  TAB-NOME-IMPOSTO   PIC X(06) OCCURS 6 TIMES.
       01  WRK-TAB-IMPOSTO.
           05  TAB-IMP OCCURS 6 TIMES.
               10  TAB-IMP-QTD-NOTAS  PIC 9(05).
               10  TAB-IMP-BASE       PIC 9(11)V99.
               10  TAB-IMP-VALOR      PIC 9(11)V99.
      **************************************************************
      ** ACUMULADORES POR IMPOSTO E PRESTADOR, EM ORDEM DE IMPOSTO
      ** E CNPJ (CHAVE TAB-RTS-CHAVE).
      **************************************************************
       01  WRK-TAB-RETENCAO.
           05  TAB-RTS OCCURS 1000 TIMES.
               10  TAB-RTS-CHAVE.
                   15  TAB-RTS-ORDEM      PIC 9(01).
                   15  TAB-RTS-FORNECEDOR PIC X(14).
               10  TAB-RTS-NOME       PIC X(30).
               10  TAB-RTS-COD-SERVICO PIC X(04).
               10  TAB-RTS-QTD-NOTAS  PIC 9(05).
               10  TAB-RTS-BASE       PIC 9(11)V99.
               10  TAB-RTS-VALOR      PIC 9(11)V99.
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(16) VALUE 'CNPJ PRESTADOR'.
           05  FILLER             PIC X(32) VALUE 'NOME'.
           05  FILLER             PIC X(06) VALUE 'SERV'.
           05  FILLER             PIC X(07) VALUE 'NOTAS'.
           05  FILLER             PIC X(19)
                   VALUE '             BASE'.
           05  FILLER             PIC X(17)
                   VALUE '     VALOR RETIDO'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-FORNECEDOR  PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-NOME        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-COD-SERVICO PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-QTD-NOTAS   PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-BASE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
      ** COMPETENCIA DO RELATORIO: O MES DA DATA DO LOTE, COMO NA
      ** APURACAO MENSAL (PROGAPUB). SEM HISTORICO DE RETENCOES O
      ** RELATORIO SAI SO COM OS TOTAIS ZERADOS.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-ANO TO WRK-REF-ANO.
           MOVE WRK-LOTECAB-MES TO WRK-REF-MES.
           PERFORM 0110-ZERAR-IMPOSTO
               VARYING WRK-IMP-SUB FROM 1 BY 1
               UNTIL WRK-IMP-SUB > 6.

           OPEN INPUT RETHIST-FILE.
           IF WRK-RETHIST-STATUS = '35'
               SET WRK-FIM TO TRUE
           ELSE
               IF WRK-RETHIST-STATUS NOT = '00'
                   MOVE 'PROGRETR'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-RETHIST-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O HISTORICO DE RETENCOES'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-RETHIST-ABERTO TO TRUE
               END-IF
           END-IF.

       0110-ZERAR-IMPOSTO.

           MOVE ZEROS TO TAB-IMP-QTD-NOTAS(WRK-IMP-SUB).
           MOVE ZEROS TO TAB-IMP-BASE(WRK-IMP-SUB).
           MOVE ZEROS TO TAB-IMP-VALOR(WRK-IMP-SUB).

       0200-PROCESSAR.

           READ RETHIST-FILE
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF RTH-ANOMES = WRK-ANOMES-REF
                       PERFORM 0210-ACUMULAR-RETENCAO
                   END-IF
           END-READ.

      **************************************************************
      ** IMPOSTO FORA DA LISTA SO E CONTADO NO RODAPE.
      **************************************************************
       0210-ACUMULAR-RETENCAO.

           EVALUATE TRUE
               WHEN RTH-IRRF
                   MOVE 1 TO WRK-IMP-ORDEM
               WHEN RTH-ISS
                   MOVE 2 TO WRK-IMP-ORDEM
               WHEN RTH-INSS
                   MOVE 3 TO WRK-IMP-ORDEM
               WHEN RTH-PIS
                   MOVE 4 TO WRK-IMP-ORDEM
               WHEN RTH-COFINS
                   MOVE 5 TO WRK-IMP-ORDEM
               WHEN RTH-CSLL
                   MOVE 6 TO WRK-IMP-ORDEM
               WHEN OTHER
                   MOVE 0 TO WRK-IMP-ORDEM
           END-EVALUATE.

           IF WRK-IMP-ORDEM = ZEROS
               ADD 1 TO WRK-QTD-IMPOSTO-INV
           ELSE
               ADD 1 TO WRK-QTD-PERIODO
               ADD 1         TO TAB-IMP-QTD-NOTAS(WRK-IMP-ORDEM)
               ADD RTH-BASE  TO TAB-IMP-BASE(WRK-IMP-ORDEM)
               ADD RTH-VALOR TO TAB-IMP-VALOR(WRK-IMP-ORDEM)
               ADD RTH-VALOR TO WRK-TOT-GERAL
               MOVE WRK-IMP-ORDEM  TO WRK-CR-ORDEM
               MOVE RTH-FORNECEDOR TO WRK-CR-FORNECEDOR
               PERFORM 0220-ACUMULAR-PRESTADOR
           END-IF.

      **************************************************************
      ** PRESTADOR: PROCURADO NA TABELA PELA CHAVE IMPOSTO + CNPJ;
      ** CHAVE NOVA E INSERIDA NA SUA POSICAO, DESLOCANDO AS MAIORES
      ** UMA CASA PARA BAIXO (COMO NO PROGMRGR). ACIMA DA
      ** CAPACIDADE O REGISTRO SO ENTRA NO TOTAL DO IMPOSTO E E
      ** CONTADO NO RODAPE.
      **************************************************************
       0220-ACUMULAR-PRESTADOR.

           MOVE 'N' TO WRK-ACHOU-SW.
           MOVE ZEROS TO WRK-RTS-POS.
           PERFORM 0221-PROCURAR-PRESTADOR
               VARYING WRK-RTS-SUB FROM 1 BY 1
               UNTIL WRK-RTS-SUB > WRK-TAB-RTS-QTD
                  OR WRK-ACHOU.

           IF NOT WRK-ACHOU
               IF WRK-TAB-RTS-QTD < 1000
                   ADD 1 TO WRK-TAB-RTS-QTD
                   MOVE WRK-TAB-RTS-QTD TO WRK-RTS-POS
                   MOVE 'N' TO WRK-POSICAO-SW
                   PERFORM 0225-DESLOCAR-PRESTADOR
                       UNTIL WRK-POSICAO-OK
                   MOVE WRK-CHAVE-RETENCAO
                       TO TAB-RTS-CHAVE(WRK-RTS-POS)
                   MOVE RTH-NOME   TO TAB-RTS-NOME(WRK-RTS-POS)
                   MOVE RTH-COD-SERVICO
                       TO TAB-RTS-COD-SERVICO(WRK-RTS-POS)
                   MOVE ZEROS      TO TAB-RTS-QTD-NOTAS(WRK-RTS-POS)
                   MOVE ZEROS      TO TAB-RTS-BASE(WRK-RTS-POS)
                   MOVE ZEROS      TO TAB-RTS-VALOR(WRK-RTS-POS)
                   SET WRK-ACHOU TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

           IF WRK-ACHOU
               ADD 1         TO TAB-RTS-QTD-NOTAS(WRK-RTS-POS)
               ADD RTH-BASE  TO TAB-RTS-BASE(WRK-RTS-POS)
               ADD RTH-VALOR TO TAB-RTS-VALOR(WRK-RTS-POS)
           END-IF.

       0221-PROCURAR-PRESTADOR.

           IF TAB-RTS-CHAVE(WRK-RTS-SUB) = WRK-CHAVE-RETENCAO
               SET WRK-ACHOU TO TRUE
               MOVE WRK-RTS-SUB TO WRK-RTS-POS
           END-IF.

       0225-DESLOCAR-PRESTADOR.

           IF WRK-RTS-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-RTS-CHAVE(WRK-RTS-POS - 1) > WRK-CHAVE-RETENCAO
                   MOVE TAB-RTS(WRK-RTS-POS - 1)
                       TO TAB-RTS(WRK-RTS-POS)
                   SUBTRACT 1 FROM WRK-RTS-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

       0300-FINALIZAR.

           OPEN OUTPUT RETREL-FILE.
           MOVE 'PROGRETR' TO WRK-CAB-PROGRAMA.
           MOVE 'RETENCOES NA FONTE - RELATORIO MENSAL'
               TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE RETREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE RETREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO RETREL-LINHA.
           STRING 'COMPETENCIA ' DELIMITED BY SIZE
               WRK-REF-MES       DELIMITED BY SIZE
               '/'               DELIMITED BY SIZE
               WRK-REF-ANO       DELIMITED BY SIZE
               INTO RETREL-LINHA.
           WRITE RETREL-LINHA.

           PERFORM 0310-LISTAR-IMPOSTO
               VARYING WRK-IMP-SUB FROM 1 BY 1
               UNTIL WRK-IMP-SUB > 6.

           MOVE SPACES TO RETREL-LINHA.
           WRITE RETREL-LINHA.
           MOVE '=== RESUMO POR IMPOSTO ===' TO RETREL-LINHA.
           WRITE RETREL-LINHA.
           WRITE RETREL-LINHA FROM WRK-LINHA-TITULO.
           PERFORM 0330-IMPRIMIR-RESUMO
               VARYING WRK-IMP-SUB FROM 1 BY 1
               UNTIL WRK-IMP-SUB > 6.

           MOVE SPACES TO RETREL-LINHA.
           WRITE RETREL-LINHA.
           MOVE SPACES           TO WRK-LINHA-DETALHE.
           MOVE 'TOTAL RETIDO'   TO WRK-LD-NOME.
           MOVE ZEROS            TO WRK-LD-QTD-NOTAS.
           MOVE ZEROS            TO WRK-LD-BASE.
           MOVE WRK-TOT-GERAL    TO WRK-LD-VALOR.
           WRITE RETREL-LINHA FROM WRK-LINHA-DETALHE.

           IF WRK-QTD-FORA-TABELA > ZEROS
               OR WRK-QTD-IMPOSTO-INV > ZEROS
               MOVE SPACES TO RETREL-LINHA
               STRING 'REGISTROS SEM LUGAR NA TABELA: '
                   DELIMITED BY SIZE
                   WRK-QTD-FORA-TABELA  DELIMITED BY SIZE
                   '  COM IMPOSTO INVALIDO: ' DELIMITED BY SIZE
                   WRK-QTD-IMPOSTO-INV  DELIMITED BY SIZE
                   INTO RETREL-LINHA
               WRITE RETREL-LINHA
           END-IF.

           IF WRK-RETHIST-ABERTO
               CLOSE RETHIST-FILE
           END-IF.
           CLOSE RETREL-FILE.

           DISPLAY 'RETENCOES ' WRK-REF-MES '/' WRK-REF-ANO
               ': ' WRK-QTD-PERIODO ' DE ' WRK-QTD-LIDOS
               ' REGISTRO(S) NA COMPETENCIA.'.

      **************************************************************
      ** UM BLOCO POR IMPOSTO COM RETENCAO NO MES: UMA LINHA POR
      ** PRESTADOR E O TOTAL DO IMPOSTO.
      **************************************************************
       0310-LISTAR-IMPOSTO.

           IF TAB-IMP-QTD-NOTAS(WRK-IMP-SUB) > ZEROS
               MOVE SPACES TO RETREL-LINHA
               WRITE RETREL-LINHA
               MOVE SPACES TO RETREL-LINHA
               STRING '=== ' DELIMITED BY SIZE
                   TAB-NOME-IMPOSTO(WRK-IMP-SUB) DELIMITED BY SPACE
                   ' RETIDO NA FONTE ===' DELIMITED BY SIZE
                   INTO RETREL-LINHA
               WRITE RETREL-LINHA
               WRITE RETREL-LINHA FROM WRK-LINHA-TITULO
               PERFORM 0320-LISTAR-PRESTADOR
                   VARYING WRK-RTS-SUB FROM 1 BY 1
                   UNTIL WRK-RTS-SUB > WRK-TAB-RTS-QTD
               PERFORM 0330-IMPRIMIR-RESUMO
           END-IF.

       0320-LISTAR-PRESTADOR.

           IF TAB-RTS-ORDEM(WRK-RTS-SUB) = WRK-IMP-SUB
               MOVE TAB-RTS-FORNECEDOR(WRK-RTS-SUB)
                   TO WRK-LD-FORNECEDOR
               MOVE TAB-RTS-NOME(WRK-RTS-SUB)      TO WRK-LD-NOME
               MOVE TAB-RTS-COD-SERVICO(WRK-RTS-SUB)
                   TO WRK-LD-COD-SERVICO
               MOVE TAB-RTS-QTD-NOTAS(WRK-RTS-SUB)
                   TO WRK-LD-QTD-NOTAS
               MOVE TAB-RTS-BASE(WRK-RTS-SUB)      TO WRK-LD-BASE
               MOVE TAB-RTS-VALOR(WRK-RTS-SUB)     TO WRK-LD-VALOR
               WRITE RETREL-LINHA FROM WRK-LINHA-DETALHE
           END-IF.

       0330-IMPRIMIR-RESUMO.

           MOVE SPACES TO WRK-LD-FORNECEDOR.
           MOVE SPACES TO WRK-LD-NOME.
           STRING 'TOTAL ' DELIMITED BY SIZE
               TAB-NOME-IMPOSTO(WRK-IMP-SUB) DELIMITED BY SPACE
               INTO WRK-LD-NOME.
           MOVE SPACES TO WRK-LD-COD-SERVICO.
           MOVE TAB-IMP-QTD-NOTAS(WRK-IMP-SUB) TO WRK-LD-QTD-NOTAS.
           MOVE TAB-IMP-BASE(WRK-IMP-SUB)      TO WRK-LD-BASE.
           MOVE TAB-IMP-VALOR(WRK-IMP-SUB)     TO WRK-LD-VALOR.
           WRITE RETREL-LINHA FROM WRK-LINHA-DETALHE.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
