       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOVDB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: EXPIRACAO NOTURNA DOS ORCAMENTOS DE VENDA.
      **    PERCORRE O CADASTRO DE ORCAMENTOS (ORCVENDA) E MARCA
      **    COMO EXPIRADO ('E') TODO ORCAMENTO AINDA ABERTO CUJA
      **    DATA DE VALIDADE E ANTERIOR A DATA DO LOTE, LISTANDO
      **    CADA UM NO OVDEXPR (NUMERO, VENDEDOR, CLIENTE, PRODUTO,
      **    VALIDADE E VALOR ORCADO). ETAPA AGENDADA NA JANELA
      **    NOTURNA PELO CALENDARIO DE JOBS (JOBSCHED).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O RELATORIO DE ORCAMENTOS EXPIRADOS PASSA A
      **               IMPRIMIR O DOCUMENTO DO CLIENTE FORMATADO (CPF
      **               OU CNPJ).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOVDSL.
           SELECT OVDEXPR-FILE ASSIGN TO "OVDEXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OVDEXPR-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYOVDFD.
       FD  OVDEXPR-FILE.
       01  OVDEXPR-LINHA          PIC X(80).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-ORCVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OVDEXPR-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ORCVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ORCVENDA-ABERTO            VALUE 'S'.
       77  WRK-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-EXPIRADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR-ORCADO       PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXPIRADO     PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(09) VALUE 'ORCAMENTO'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE 'VEND'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE 'CPF/CNPJ CLIENTE'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'PRODUTO'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'VALIDADE'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE '   VALOR ORCADO'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-NUMERO      PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WRK-LD-VENDEDOR    PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-PRODUTO     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VALIDADE    PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
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
      ** A DATA DE CORTE E A DO LOTE: VENCE O ORCAMENTO CUJA
      ** VALIDADE JA PASSOU (VALIDADE MENOR QUE A DATA DO LOTE). SEM
      ** CADASTRO DE ORCAMENTOS NAO HA O QUE EXPIRAR.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGOVDB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

           OPEN OUTPUT OVDEXPR-FILE.
           MOVE 'PROGOVDB' TO WRK-CAB-PROGRAMA.
           MOVE 'ORCAMENTOS EXPIRADOS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE OVDEXPR-LINHA FROM WRK-CAB-LINHA1.
           WRITE OVDEXPR-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO OVDEXPR-LINHA.
           WRITE OVDEXPR-LINHA.
           WRITE OVDEXPR-LINHA FROM WRK-LINHA-TITULO.

           OPEN I-O ORCVENDA-FILE.
           IF WRK-ORCVENDA-STATUS = '35'
               SET WRK-FIM TO TRUE
           ELSE
               IF WRK-ORCVENDA-STATUS NOT = '00'
                   MOVE 'PROGOVDB'           TO ABL-PROGRAMA
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

       0200-PROCESSAR.

           READ ORCVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
                   IF OVD-ABERTO
                       AND OVD-DATA-VALIDADE < WRK-LOTECAB-DATA
                       PERFORM 0210-EXPIRAR-ORCAMENTO
                   END-IF
           END-READ.

       0210-EXPIRAR-ORCAMENTO.

           SET OVD-EXPIRADO      TO TRUE.
           MOVE WRK-LOTECAB-DATA TO OVD-DATA-SITUACAO.
           REWRITE ORCVENDA-REG.
           IF WRK-ORCVENDA-STATUS NOT = '00'
               MOVE 'PROGOVDB'               TO ABL-PROGRAMA
               MOVE '0210-EXPIRAR-ORCAMENTO' TO ABL-PARAGRAFO
               MOVE WRK-ORCVENDA-STATUS      TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO REGRAVAR O ORCAMENTO'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           ELSE
               ADD 1 TO WRK-QTD-EXPIRADOS
               COMPUTE WRK-VALOR-ORCADO =
                   OVD-QTD * OVD-VALOR-UNIT
               ADD WRK-VALOR-ORCADO TO WRK-TOTAL-EXPIRADO
               MOVE OVD-NUMERO        TO WRK-LD-NUMERO
               MOVE OVD-CODVENDEDOR   TO WRK-LD-VENDEDOR
               MOVE OVD-CLIENTE       TO WRK-DOC-CHAVE
               PERFORM 7955-FORMATAR-DOC-MASCARADO
               MOVE WRK-DOC-FORMATADO TO WRK-LD-DOCUMENTO
               MOVE OVD-CODPRODUTO    TO WRK-LD-PRODUTO
               MOVE OVD-DATA-VALIDADE TO WRK-LD-VALIDADE
               MOVE WRK-VALOR-ORCADO  TO WRK-LD-VALOR
               WRITE OVDEXPR-LINHA FROM WRK-LINHA-DETALHE
           END-IF.

       0300-FINALIZAR.

           MOVE WRK-TOTAL-EXPIRADO TO WRK-TOTAL-ED.
           MOVE SPACES TO OVDEXPR-LINHA.
           WRITE OVDEXPR-LINHA.
           STRING 'ORCAMENTOS LIDOS: ' DELIMITED BY SIZE
               WRK-QTD-LIDOS           DELIMITED BY SIZE
               '   EXPIRADOS: '        DELIMITED BY SIZE
               WRK-QTD-EXPIRADOS       DELIMITED BY SIZE
               '   VALOR: '            DELIMITED BY SIZE
               WRK-TOTAL-ED            DELIMITED BY SIZE
               INTO OVDEXPR-LINHA.
           WRITE OVDEXPR-LINHA.

           IF WRK-ORCVENDA-ABERTO
               CLOSE ORCVENDA-FILE
           END-IF.
           CLOSE OVDEXPR-FILE.

           DISPLAY 'ORCAMENTOS EXPIRADOS: ' WRK-QTD-EXPIRADOS
               ' DE ' WRK-QTD-LIDOS ' LIDO(S).'.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
