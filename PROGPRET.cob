       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRET.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: PROCESSAMENTO DO ARQUIVO DE RETORNO DO BANCO
      **    (PAGRET) DA REMESSA DE PAGAMENTOS A FORNECEDORES GERADA
      **    PELO PROGPAGB (PAGREM), NOS MOLDES DOS RETORNOS DE
      **    SALARIOS (PROGBRET) E DA COBRANCA (PROGCRET). CADA
      **    DETALHE TRAZ O NUMERO DO TITULO, A DATA E O VALOR DO
      **    PAGAMENTO, O CODIGO DE OCORRENCIA DO BANCO ('00' =
      **    PAGAMENTO EFETIVADO) E O MOTIVO DA DEVOLUCAO. PAGAMENTO
      **    EFETIVADO E CONFIRMADO NO RELATORIO; PAGAMENTO DEVOLVIDO
      **    (CONTA ENCERRADA, CNPJ ERRADO ETC.) REABRE O TITULO DO
      **    CONTAPAG ('P' PARA 'A') COM A OCORRENCIA E O MOTIVO, E O
      **    TOTAL DEVOLVIDO E ESTORNADO NO RAZAO (LANCTOS): DEBITO
      **    DE BANCOS (11001) E CREDITO DE FORNECEDORES A PAGAR
      **    (21003), O INVERSO DO LANCAMENTO DO PROGPAGB. TITULO
      **    DESCONHECIDO OU QUE NAO ESTA PAGO E DESVIADO PARA O
      **    RELATORIO DE EXCECOES. SAI O RELATORIO PRETREL PARA A
      **    TESOURARIA COM OS TOTAIS CONFIRMADOS E DEVOLVIDOS.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O RETORNO E DA CONTA BANCARIA DE PAGAMENTOS
      **               DO CADASTRO (CONTABCO, FINALIDADE 'P', A MESMA
      **               DA REMESSA DO PROGPAGB): A CONTA SAI NO PRETREL,
      **               O ESTORNO DEBITA A CONTA DO RAZAO DELA (11001
      **               SEM CADASTRO) E O MOVIMENTO BANCARIO (MOVBANCO)
      **               RECEBE OS PAGAMENTOS CONFIRMADOS E A ENTRADA DOS
      **               DEVOLVIDOS, PARA A POSICAO DE TESOURARIA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "PAGRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETORNO-STATUS.
           SELECT PRETREL-FILE ASSIGN TO "PRETREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRETREL-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYCPGSL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-FILE.
       01  RETORNO-REG.
           05  RET-TIPO           PIC X(01).
           05  RET-NUMERO         PIC 9(08).
           05  RET-DATA-PAGTO     PIC 9(08).
           05  RET-VALOR          PIC 9(09)V99.
           05  RET-OCORRENCIA     PIC X(02).
           05  RET-MOTIVO         PIC X(30).

       FD  PRETREL-FILE.
       01  PRETREL-LINHA          PIC X(100).

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYCPGFD.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-RETORNO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PRETREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-RETORNO-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-RETORNO-ABERTO             VALUE 'S'.
       77  WRK-CONTAPAG-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAPAG-ABERTO            VALUE 'S'.
       77  WRK-QTD-CONFIRMADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CONFIRMADO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ESTORNO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-RETORNO.
           05  WRK-LRT-NUMERO     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LRT-FORNECEDOR PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LRT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LRT-SITUACAO   PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LRT-MOTIVO     PIC X(30).
       COPY CPYCABWS.
       COPY CPYCBCTB.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'P' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN I-O CONTAPAG-FILE.
           IF WRK-CONTAPAG-STATUS NOT = '00'
               MOVE 'PROGPRET'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-CONTAPAG-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CONTAS A PAGAR'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-CONTAPAG-ABERTO TO TRUE
               OPEN INPUT RETORNO-FILE
               IF WRK-RETORNO-STATUS = '35'
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-RETORNO-ABERTO TO TRUE

                   OPEN OUTPUT PRETREL-FILE
                   MOVE 'PROGPRET' TO WRK-CAB-PROGRAMA
                   MOVE 'RETORNO DE PAGAMENTOS A FORNECEDORES'
                       TO WRK-CAB-TITULO
                   MOVE 1          TO WRK-CAB-PAGINA
                   PERFORM 0900-MONTAR-CABECALHO-PADRAO
                   WRITE PRETREL-LINHA FROM WRK-CAB-LINHA1
                   WRITE PRETREL-LINHA FROM WRK-CAB-LINHA2
                   MOVE SPACES TO PRETREL-LINHA
                   STRING 'CONTA BANCARIA: ' DELIMITED BY SIZE
                       WRK-CBC-CODIGO DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WRK-CBC-DESCRICAO DELIMITED BY SIZE
                       INTO PRETREL-LINHA
                   WRITE PRETREL-LINHA
                   MOVE SPACES TO PRETREL-LINHA
                   WRITE PRETREL-LINHA
                   MOVE 'TITULO    FORNECEDOR               VALOR  '
                       TO PRETREL-LINHA
                   MOVE 'SITUACAO              MOTIVO'
                       TO PRETREL-LINHA(43:28)
                   WRITE PRETREL-LINHA

                   READ RETORNO-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

      **************************************************************
      ** CADA DETALHE DO RETORNO E CONFERIDO CONTRA O CONTAPAG. SO
      ** TITULO PAGO ('P') PELA REMESSA E TRATADO: OCORRENCIA '00'
      ** CONFIRMA O PAGAMENTO; QUALQUER OUTRA REABRE O TITULO.
      ** TITULO DESCONHECIDO OU FORA DE 'P' (RETORNO JA PROCESSADO,
      ** POR EXEMPLO) VAI PARA EXCECOES SEM MEXER NO TITULO.
      **************************************************************
       0200-PROCESSAR.

           IF RET-TIPO = '1'
               PERFORM 0210-TRATAR-DETALHE
           END-IF.

           READ RETORNO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-TRATAR-DETALHE.

           MOVE RET-NUMERO TO CPG-NUMERO.
           READ CONTAPAG-FILE
               INVALID KEY
                   MOVE 'PROGPRET'    TO EXC-PROGRAMA
                   MOVE RET-NUMERO    TO EXC-CHAVE
                   MOVE 'RET-NUMERO'  TO EXC-CAMPO
                   MOVE RET-NUMERO    TO EXC-VALOR
                   MOVE 'TITULO DO RETORNO NAO ENCONTRADO'
                       TO EXC-MOTIVO
                   MOVE RETORNO-REG   TO WRK-EXC-IMAGEM
                   PERFORM 9100-GRAVAR-EXCECAO
               NOT INVALID KEY
                   IF CPG-PAGO
                       PERFORM 0220-REGISTRAR-OCORRENCIA
                   ELSE
                       MOVE 'PROGPRET'     TO EXC-PROGRAMA
                       MOVE RET-NUMERO     TO EXC-CHAVE
                       MOVE 'CPG-SITUACAO' TO EXC-CAMPO
                       MOVE CPG-SITUACAO   TO EXC-VALOR
                       MOVE 'TITULO DO RETORNO NAO ESTA PAGO'
                           TO EXC-MOTIVO
                       MOVE RETORNO-REG    TO WRK-EXC-IMAGEM
                       PERFORM 9100-GRAVAR-EXCECAO
                   END-IF
           END-READ.

       0220-REGISTRAR-OCORRENCIA.

           MOVE CPG-NUMERO     TO WRK-LRT-NUMERO.
           MOVE CPG-FORNECEDOR TO WRK-LRT-FORNECEDOR.
           MOVE SPACES         TO WRK-LRT-MOTIVO.

           IF RET-OCORRENCIA = '00'
               MOVE RET-VALOR TO WRK-LRT-VALOR
               ADD 1 TO WRK-QTD-CONFIRMADOS
               ADD RET-VALOR TO WRK-TOTAL-CONFIRMADO
               MOVE 'PAGO (CONFIRMADO)' TO WRK-LRT-SITUACAO
           ELSE
               PERFORM 0230-REABRIR-TITULO
           END-IF.

           WRITE PRETREL-LINHA FROM WRK-LINHA-RETORNO.

      **************************************************************
      ** PAGAMENTO DEVOLVIDO: O VALOR ESTORNADO E O DO RETORNO,
      ** LIMITADO AO JA PAGO DO TITULO (RETORNO SEM VALOR ESTORNA
      ** TUDO O QUE FOI PAGO). O TITULO VOLTA A 'A' COM A
      ** OCORRENCIA E O MOTIVO DO BANCO E ENTRA DE NOVO NA SELECAO
      ** DO PROGPAGB, DEPOIS DE CORRIGIDOS OS DADOS DO FORNECEDOR.
      **************************************************************
       0230-REABRIR-TITULO.

           IF RET-VALOR IS NOT NUMERIC OR RET-VALOR = ZEROS
               OR RET-VALOR > CPG-VALOR-PAGO
               MOVE CPG-VALOR-PAGO TO WRK-VALOR-ESTORNO
           ELSE
               MOVE RET-VALOR      TO WRK-VALOR-ESTORNO
           END-IF.

           SUBTRACT WRK-VALOR-ESTORNO FROM CPG-VALOR-PAGO.
           SET CPG-ABERTO TO TRUE.
           MOVE RET-OCORRENCIA TO CPG-OCORRENCIA-DEV.
           MOVE RET-MOTIVO     TO CPG-MOTIVO-DEV.
           REWRITE CONTAPAG-REG
               INVALID KEY
                   MOVE 'PROGPRET'          TO ABL-PROGRAMA
                   MOVE '0230-REABRIR'      TO ABL-PARAGRAFO
                   MOVE WRK-CONTAPAG-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO REGRAVAR O TITULO DEVOLVIDO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-DEVOLVIDOS
                   ADD WRK-VALOR-ESTORNO TO WRK-TOTAL-DEVOLVIDO
           END-REWRITE.

           MOVE WRK-VALOR-ESTORNO TO WRK-LRT-VALOR.
           MOVE SPACES TO WRK-LRT-SITUACAO.
           STRING 'DEVOLVIDO - OCORR ' DELIMITED BY SIZE
               RET-OCORRENCIA DELIMITED BY SIZE
               INTO WRK-LRT-SITUACAO.
           MOVE RET-MOTIVO TO WRK-LRT-MOTIVO.

       0300-FINALIZAR.

           IF WRK-RETORNO-ABERTO
               MOVE SPACES TO PRETREL-LINHA
               WRITE PRETREL-LINHA
               MOVE WRK-TOTAL-CONFIRMADO TO WRK-VALOR-ED
               STRING 'PAGAMENTOS CONFIRMADOS: ' DELIMITED BY SIZE
                   WRK-QTD-CONFIRMADOS DELIMITED BY SIZE
                   '  VALOR: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO PRETREL-LINHA
               WRITE PRETREL-LINHA
               MOVE SPACES TO PRETREL-LINHA
               MOVE WRK-TOTAL-DEVOLVIDO TO WRK-VALOR-ED
               STRING 'PAGAMENTOS DEVOLVIDOS:  ' DELIMITED BY SIZE
                   WRK-QTD-DEVOLVIDOS DELIMITED BY SIZE
                   '  VALOR: ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' (TITULOS REABERTOS)' DELIMITED BY SIZE
                   INTO PRETREL-LINHA
               WRITE PRETREL-LINHA

               PERFORM 0340-GRAVAR-LANCAMENTOS-CONTAB
               PERFORM 0350-GRAVAR-MOVIMENTO-BANCO

               CLOSE PRETREL-FILE
               CLOSE RETORNO-FILE
           END-IF.
           IF WRK-CONTAPAG-ABERTO
               CLOSE CONTAPAG-FILE
           END-IF.
           CLOSE EXCECOES-FILE.

           DISPLAY 'RETORNO DE PAGAMENTOS: ' WRK-QTD-CONFIRMADOS
               ' CONFIRMADOS, ' WRK-QTD-DEVOLVIDOS ' DEVOLVIDOS.'.

      **************************************************************
      ** ESTORNO CONTABIL DOS PAGAMENTOS DEVOLVIDOS: O INVERSO DO
      ** LANCAMENTO DO PROGPAGB, DEBITANDO A CONTA DO RAZAO DA CONTA
      ** BANCARIA DE PAGAMENTOS (11001 SEM CADASTRO) E CREDITANDO
      ** FORNECEDORES A PAGAR (21003) PELO TOTAL DEVOLVIDO NO
      ** RETORNO.
      **************************************************************
       0340-GRAVAR-LANCAMENTOS-CONTAB.

           IF WRK-TOTAL-DEVOLVIDO > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'FINAN' TO LAN-CENTRO-CUSTO
               MOVE WRK-CBC-CONTA-RAZAO TO LAN-CONTA
               MOVE 'D'                 TO LAN-TIPO
               MOVE WRK-TOTAL-DEVOLVIDO TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA    TO LAN-DATA
               MOVE 'PAGRET'            TO LAN-DOCUMENTO
               MOVE 'ESTORNO PAGTOS DEVOLVIDOS' TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE 21003               TO LAN-CONTA
               MOVE 'C'                 TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** MOVIMENTO BANCARIO DO RETORNO: OS PAGAMENTOS CONFIRMADOS SO
      ** CONFIRMAM A SAIDA PREVISTA NA REMESSA; OS DEVOLVIDOS VOLTAM
      ** PARA A CONTA COMO ENTRADA NA DATA DO LOTE.
      **************************************************************
       0350-GRAVAR-MOVIMENTO-BANCO.

           IF WRK-QTD-CONFIRMADOS > ZEROS
               OR WRK-QTD-DEVOLVIDOS > ZEROS
               PERFORM 7540-ABRIR-MOVIMENTO-BANCO
               MOVE WRK-LOTECAB-DATA TO MBC-DATA
               MOVE 'PROGPRET'       TO MBC-PROGRAMA
               MOVE 'PAGRET'         TO MBC-ARQUIVO
               MOVE 'PAGRET'         TO MBC-DOCUMENTO
               IF WRK-QTD-CONFIRMADOS > ZEROS
                   SET MBC-SAIDA        TO TRUE
                   SET MBC-CONFIRMADO   TO TRUE
                   MOVE WRK-TOTAL-CONFIRMADO TO MBC-VALOR
                   MOVE WRK-QTD-CONFIRMADOS  TO MBC-QUANTIDADE
                   MOVE 'PAGAMENTOS CONFIRMADOS' TO MBC-HISTORICO
                   PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               END-IF
               IF WRK-QTD-DEVOLVIDOS > ZEROS
                   SET MBC-ENTRADA      TO TRUE
                   SET MBC-DEVOLVIDO    TO TRUE
                   MOVE WRK-TOTAL-DEVOLVIDO TO MBC-VALOR
                   MOVE WRK-QTD-DEVOLVIDOS  TO MBC-QUANTIDADE
                   MOVE 'PAGAMENTOS DEVOLVIDOS' TO MBC-HISTORICO
                   PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               END-IF
               CLOSE MOVBANCO-FILE
           END-IF.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYMBCPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
