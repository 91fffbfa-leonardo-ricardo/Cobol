       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDEVB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: DEVOLUCAO DE CREDITOS DE CLIENTES. O SALDO DE
      **    CREDITO DO CLIENTE (CREDCLI, FORMADO POR PAGAMENTOS
      **    ACIMA DO DEVIDO NO PROGRECB E POR SOBRAS DE NOTAS DE
      **    CREDITO NO PROGVENDB) E DEVOLVIDO QUANDO O CLIENTE PEDE:
      **    CADA PEDIDO DO ARQUIVO CREDDEV (CLIENTE E VALOR, ZERO =
      **    SALDO INTEIRO) GERA UM TITULO NO CONTAS A PAGAR
      **    (CONTAPAG, ORIGEM 'C' DEVOLUCAO A CLIENTE, VENCENDO NO
      **    DIA UTIL DO LOTE) PARA O PROGPAGB PAGAR COM OS DEMAIS,
      **    ABATE O SALDO NO CREDCLI COM O MOVIMENTO 'D' NO CREDMOV
      **    E SAI NO RELATORIO DEVREL. PEDIDO DE CLIENTE SEM SALDO
      **    OU ACIMA DO SALDO VAI PARA O RELATORIO DE EXCECOES. O
      **    TOTAL DEVOLVIDO E TRANSFERIDO DE ADIANTAMENTOS DE
      **    CLIENTES PARA O A PAGAR (D 21016 / C 21003) E O CREDDEV
      **    E ESVAZIADO AO FINAL, COMO O BOLREIMP DO PROGBOLB.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - TITULO GERADO NASCE SEM OCORRENCIA E MOTIVO
      **               DE DEVOLUCAO BANCARIA (CAMPOS NOVOS DO CONTAPAG,
      **               PREENCHIDOS PELO RETORNO DE PAGAMENTOS PROGPRET).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDDEV-FILE ASSIGN TO "CREDDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CREDDEV-STATUS.
           SELECT DEVREL-FILE ASSIGN TO "DEVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVREL-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYCCLSL.
           COPY CPYCMOSL.
           COPY CPYCPGSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDDEV-FILE.
       01  CREDDEV-REG.
           05  DEV-CLIENTE.
               10  DEV-TIPO-PESSOA PIC X(01).
               10  DEV-DOC-CLIENTE PIC 9(14).
           05  DEV-VALOR          PIC 9(09)V99.

       FD  DEVREL-FILE.
       01  DEVREL-LINHA           PIC X(90).

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYCCLFD.
       COPY CPYCMOFD.
       COPY CPYCPGFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-CREDDEV-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-DEVREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                  VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS           VALUE 'S'.
       77  WRK-PEDIDO-OK-SW       PIC X(01) VALUE 'N'.
           88  WRK-PEDIDO-OK                  VALUE 'S'.
       77  WRK-PROX-NUMERO        PIC 9(08) VALUE 1.
       77  WRK-VALOR-DEVOLVER     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-PEDIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-VENCTO.
           05  WRK-VCT-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-VCT-MES        PIC 9(02) VALUE ZEROS.
           05  WRK-VCT-DIA        PIC 9(02) VALUE ZEROS.
       01  WRK-LINHA-DEVOLUCAO.
           05  WRK-LD-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-TITULO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VENCTO      PIC 9(08).
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYDTSWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYCCLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** SEM PEDIDOS (CREDDEV AUSENTE OU VAZIO) NADA E ABERTO. O
      ** CREDCLI E O CONTAPAG SAO CRIADOS SE AINDA NAO EXISTIREM; O
      ** TITULO NOVO RECEBE O PROXIMO NUMERO LIVRE DO CONTAPAG.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGDEVB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           MOVE 'PROGDEVB' TO WRK-CCL-PROGRAMA.

           OPEN INPUT CREDDEV-FILE.
           IF WRK-CREDDEV-STATUS NOT = '00'
               SET WRK-FIM TO TRUE
           ELSE
               READ CREDDEV-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

           IF NOT WRK-FIM
               PERFORM 0110-ABRIR-ARQUIVOS
           END-IF.

       0110-ABRIR-ARQUIVOS.

           OPEN I-O CREDCLI-FILE.
           IF WRK-CREDCLI-STATUS = '35'
               CLOSE CREDCLI-FILE
               OPEN OUTPUT CREDCLI-FILE
               CLOSE CREDCLI-FILE
               OPEN I-O CREDCLI-FILE
           END-IF.

           OPEN I-O CONTAPAG-FILE.
           IF WRK-CONTAPAG-STATUS = '35'
               CLOSE CONTAPAG-FILE
               OPEN OUTPUT CONTAPAG-FILE
               CLOSE CONTAPAG-FILE
               OPEN I-O CONTAPAG-FILE
           END-IF.

           IF WRK-CREDCLI-STATUS NOT = '00'
               OR WRK-CONTAPAG-STATUS NOT = '00'
               MOVE 'PROGDEVB'          TO ABL-PROGRAMA
               MOVE '0110-ABRIR-ARQUIVOS' TO ABL-PARAGRAFO
               IF WRK-CREDCLI-STATUS NOT = '00'
                   MOVE WRK-CREDCLI-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CREDITO DOS CLIENTES'
                       TO ABL-MENSAGEM
                   IF WRK-CONTAPAG-STATUS = '00'
                       CLOSE CONTAPAG-FILE
                   END-IF
               ELSE
                   MOVE WRK-CONTAPAG-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CONTAS A PAGAR'
                       TO ABL-MENSAGEM
                   CLOSE CREDCLI-FILE
               END-IF
               PERFORM 9900-GRAVAR-ABEND
               CLOSE CREDDEV-FILE
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-ARQUIVOS-ABERTOS TO TRUE
               PERFORM 8000-DERIVAR-PROXIMO-NUMERO
               PERFORM 8600-DERIVAR-VENCIMENTO

               OPEN EXTEND CREDMOV-FILE
               IF WRK-CREDMOV-STATUS = '05' OR '35'
                   CLOSE CREDMOV-FILE
                   OPEN OUTPUT CREDMOV-FILE
               END-IF

               OPEN EXTEND EXCECOES-FILE
               IF WRK-EXCECOES-STATUS = '05' OR '35'
                   CLOSE EXCECOES-FILE
                   OPEN OUTPUT EXCECOES-FILE
               END-IF

               OPEN OUTPUT DEVREL-FILE
               MOVE 'PROGDEVB' TO WRK-CAB-PROGRAMA
               MOVE 'DEVOLUCAO DE CREDITOS' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE DEVREL-LINHA FROM WRK-CAB-LINHA1
               WRITE DEVREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO DEVREL-LINHA
               WRITE DEVREL-LINHA
               MOVE SPACES TO DEVREL-LINHA
               STRING 'CPF/CNPJ                      DEVOLVIDO'
                   DELIMITED BY SIZE
                   '     SALDO CRED.  TIT.PAGAR  VENCTO'
                   DELIMITED BY SIZE
                   INTO DEVREL-LINHA
               WRITE DEVREL-LINHA
           END-IF.

      **************************************************************
      ** UM PEDIDO DE DEVOLUCAO: CONFERE O SALDO DO CLIENTE, GERA O
      ** TITULO A PAGAR E ABATE O CREDITO. VALOR ZERO (OU NAO
      ** NUMERICO) DEVOLVE O SALDO INTEIRO.
      **************************************************************
       0200-PROCESSAR.

           ADD 1 TO WRK-QTD-PEDIDOS.
           PERFORM 0210-CONFERIR-PEDIDO.
           IF WRK-PEDIDO-OK
               PERFORM 0220-GERAR-TITULO-PAGAR
           ELSE
               ADD 1 TO WRK-QTD-RECUSADOS
               MOVE 'PROGDEVB'        TO EXC-PROGRAMA
               MOVE DEV-CLIENTE       TO EXC-CHAVE
               MOVE 'DEV-VALOR'       TO EXC-CAMPO
               MOVE WRK-VALOR-DEVOLVER TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED      TO EXC-VALOR
               MOVE WRK-MOTIVO-RECUSA TO EXC-MOTIVO
               MOVE CREDDEV-REG       TO WRK-EXC-IMAGEM
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

           READ CREDDEV-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-CONFERIR-PEDIDO.

           MOVE 'N'    TO WRK-PEDIDO-OK-SW.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           MOVE ZEROS  TO WRK-VALOR-DEVOLVER.
           MOVE DEV-CLIENTE TO CCL-CLIENTE.
           READ CREDCLI-FILE
               INVALID KEY
                   MOVE 'CLIENTE SEM CREDITO A DEVOLVER'
                       TO WRK-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF DEV-VALOR IS NUMERIC AND DEV-VALOR > ZEROS
                       MOVE DEV-VALOR TO WRK-VALOR-DEVOLVER
                   ELSE
                       MOVE CCL-SALDO TO WRK-VALOR-DEVOLVER
                   END-IF
                   EVALUATE TRUE
                       WHEN CCL-SALDO = ZEROS
                           MOVE 'CLIENTE SEM CREDITO A DEVOLVER'
                               TO WRK-MOTIVO-RECUSA
                       WHEN WRK-VALOR-DEVOLVER > CCL-SALDO
                           MOVE 'VALOR ACIMA DO SALDO DE CREDITO'
                               TO WRK-MOTIVO-RECUSA
                       WHEN OTHER
                           SET WRK-PEDIDO-OK TO TRUE
                   END-EVALUATE
           END-READ.

      **************************************************************
      ** TITULO DE DEVOLUCAO NO CONTAPAG: O FORNECEDOR E O
      ** DOCUMENTO DO CLIENTE E O DOCUMENTO DO TITULO MARCA A
      ** DEVOLUCAO DE CREDITO COM O TIPO DE PESSOA. O DEBITO NO
      ** CREDCLI GRAVA O MOVIMENTO 'D' COM O TITULO COMO ORIGEM.
      **************************************************************
       0220-GERAR-TITULO-PAGAR.

           MOVE WRK-PROX-NUMERO     TO CPG-NUMERO.
           MOVE DEV-DOC-CLIENTE     TO CPG-FORNECEDOR.
           SET CPG-TIPO-DEVOLUCAO   TO TRUE.
           MOVE SPACES              TO CPG-DOCUMENTO.
           STRING 'DEVCRED '        DELIMITED BY SIZE
               DEV-TIPO-PESSOA      DELIMITED BY SIZE
               INTO CPG-DOCUMENTO.
           MOVE WRK-LOTECAB-DATA    TO CPG-DATA-EMISSAO.
           MOVE WRK-VENCTO          TO CPG-DATA-VENCTO.
           MOVE WRK-VALOR-DEVOLVER  TO CPG-VALOR.
           MOVE ZEROS               TO CPG-VALOR-PAGO.
           MOVE ZEROS               TO CPG-ICMS-CREDITO.
           MOVE SPACES              TO CPG-OCORRENCIA-DEV.
           MOVE SPACES              TO CPG-MOTIVO-DEV.
           SET CPG-ABERTO           TO TRUE.
           WRITE CONTAPAG-REG
               INVALID KEY
                   MOVE 'PROGDEVB'            TO ABL-PROGRAMA
                   MOVE '0220-GERAR-TITULO'   TO ABL-PARAGRAFO
                   MOVE WRK-CONTAPAG-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA NA GRAVACAO DO TITULO A PAGAR'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   ADD 1 TO WRK-QTD-RECUSADOS
               NOT INVALID KEY
                   ADD 1 TO WRK-PROX-NUMERO
                   PERFORM 0230-DEBITAR-CREDITO
           END-WRITE.

       0230-DEBITAR-CREDITO.

           MOVE DEV-CLIENTE        TO WRK-CCL-CLIENTE.
           MOVE WRK-LOTECAB-DATA   TO WRK-CCL-DATA.
           MOVE 'D'                TO WRK-CCL-TIPO.
           MOVE CPG-NUMERO         TO WRK-CCL-NUMERO.
           MOVE ZEROS              TO WRK-CCL-PARCELA.
           MOVE WRK-VALOR-DEVOLVER TO WRK-CCL-VALOR.
           PERFORM 7871-DEBITAR-CLIENTE.

           ADD 1 TO WRK-QTD-DEVOLVIDOS.
           ADD WRK-CCL-VALOR-DEBITADO TO WRK-TOTAL-DEVOLVIDO.

           MOVE DEV-CLIENTE TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO      TO WRK-LD-DOCUMENTO.
           MOVE WRK-CCL-VALOR-DEBITADO TO WRK-LD-VALOR.
           MOVE CCL-SALDO              TO WRK-LD-SALDO.
           MOVE CPG-NUMERO             TO WRK-LD-TITULO.
           MOVE CPG-DATA-VENCTO        TO WRK-LD-VENCTO.
           WRITE DEVREL-LINHA FROM WRK-LINHA-DEVOLUCAO.

      **************************************************************
      ** FIM: TOTAIS NO DEVREL, LANCAMENTO DA TRANSFERENCIA DE
      ** ADIANTAMENTOS DE CLIENTES (21016) PARA O A PAGAR (21003) E
      ** O CREDDEV ESVAZIADO, PARA O PEDIDO NAO SE REPETIR.
      **************************************************************
       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               MOVE SPACES TO DEVREL-LINHA
               WRITE DEVREL-LINHA
               MOVE SPACES TO DEVREL-LINHA
               STRING 'PEDIDOS: '          DELIMITED BY SIZE
                   WRK-QTD-PEDIDOS         DELIMITED BY SIZE
                   '  DEVOLVIDOS: '        DELIMITED BY SIZE
                   WRK-QTD-DEVOLVIDOS      DELIMITED BY SIZE
                   '  RECUSADOS: '         DELIMITED BY SIZE
                   WRK-QTD-RECUSADOS       DELIMITED BY SIZE
                   '  VALOR DEVOLVIDO: '   DELIMITED BY SIZE
                   WRK-TOTAL-DEVOLVIDO     DELIMITED BY SIZE
                   INTO DEVREL-LINHA
               WRITE DEVREL-LINHA

               PERFORM 0310-GRAVAR-LANCAMENTO

               CLOSE CREDDEV-FILE
               OPEN OUTPUT CREDDEV-FILE
               CLOSE CREDDEV-FILE

               CLOSE CREDCLI-FILE
               CLOSE CONTAPAG-FILE
               CLOSE CREDMOV-FILE
               CLOSE EXCECOES-FILE
               CLOSE DEVREL-FILE
           END-IF.

           DISPLAY 'DEVOLUCOES DE CREDITO: ' WRK-QTD-DEVOLVIDOS
               ' VALOR ' WRK-TOTAL-DEVOLVIDO
               ' RECUSADAS ' WRK-QTD-RECUSADOS.

       0310-GRAVAR-LANCAMENTO.

           IF WRK-TOTAL-DEVOLVIDO > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'FINAN' TO LAN-CENTRO-CUSTO
               MOVE 21016               TO LAN-CONTA
               MOVE 'D'                 TO LAN-TIPO
               MOVE WRK-TOTAL-DEVOLVIDO TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA    TO LAN-DATA
               MOVE 'DEVREL'            TO LAN-DOCUMENTO
               MOVE 'DEVOLUCAO CREDITO CLIENTES' TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE 21003               TO LAN-CONTA
               MOVE 'C'                 TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** DERIVA O PROXIMO NUMERO LIVRE DE TITULO, COMO NO PROGCPGB.
      **************************************************************
       8000-DERIVAR-PROXIMO-NUMERO.

           MOVE 1   TO WRK-PROX-NUMERO.
           MOVE 'N' TO WRK-VARRE-FIM-SW.

           MOVE ZEROS TO CPG-NUMERO.
           START CONTAPAG-FILE KEY IS NOT LESS THAN CPG-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 8010-VARRER-NUMEROS UNTIL WRK-VARRE-FIM.

       8010-VARRER-NUMEROS.

           READ CONTAPAG-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   COMPUTE WRK-PROX-NUMERO = CPG-NUMERO + 1
           END-READ.

      **************************************************************
      ** VENCIMENTO DA DEVOLUCAO: A DATA DO LOTE, EMPURRADA PARA O
      ** PROXIMO DIA UTIL QUANDO NAO FOR (FUNCOES 'DU' E 'PU' DO
      ** PROGDATA), PARA O PROGPAGB A SELECIONAR NA PROXIMA RODADA.
      **************************************************************
       8600-DERIVAR-VENCIMENTO.

           MOVE WRK-LOTECAB-DATA TO WRK-VENCTO.

           MOVE 'DU'        TO DTS-FUNCAO.
           MOVE WRK-VCT-ANO TO DTS-DATA1-ANO.
           MOVE WRK-VCT-MES TO DTS-DATA1-MES.
           MOVE WRK-VCT-DIA TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           IF DTS-DIA-NAO-UTIL
               MOVE 'PU' TO DTS-FUNCAO
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-ANO TO WRK-VCT-ANO
               MOVE DTS-PROX-MES TO WRK-VCT-MES
               MOVE DTS-PROX-DIA TO WRK-VCT-DIA
           END-IF.

       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
       COPY CPYCCLPR.
