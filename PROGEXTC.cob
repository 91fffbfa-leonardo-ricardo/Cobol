      **    GARIMPAR TRES ARQUIVOS.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O CLIENTE PASSA A SER PEDIDO E AGRUPADO PELO
      **               TIPO DE PESSOA MAIS O DOCUMENTO (CPF OU CNPJ) E
      **               O EXTRATO IMPRIME O DOCUMENTO FORMATADO. O
      **               CLIENTE DO PAGAMENTO VEM DO PROPRIO PAGTOS
      **               (PAG-CLIENTE) QUANDO PRESENTE; PAGAMENTO SEM O
      **               CAMPO SEGUE LOCALIZADO PELO TITULO NO CONTAREC.
      **  15/10/2026 LR - O EXTRATO PASSA A TRAZER OS MOVIMENTOS DE
      **               CREDITO DO CLIENTE (CREDMOV, VER CPYCCL*):
      **               EXCESSO DE PAGAMENTO, SOBRA DE NOTA DE
      **               CREDITO, APLICACAO EM TITULO E DEVOLUCAO, E O
      **               CREDITO DISPONIVEL NO FECHAMENTO (CREDCLI).
      **  15/10/2026 LR - O CPF DO CLIENTE NO EXTRATO PASSA PELO
      **               MASCARAMENTO DE DADOS PESSOAIS (PROGMASC, VER
      **               CPYMSKWS): SO SAI COMPLETO PARA O NIVEL
      **               AUTORIZADO. CNPJ CONTINUA COMPLETO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-EXTRATCL-STATUS.
           COPY CPYCRCSL.
           COPY CPYCLISL.
           COPY CPYCCLSL.
           COPY CPYCMOSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).

       FD  EXTRATCL-FILE.
       01  EXTRATCL-LINHA         PIC X(90).
       COPY CPYCRCFD.
       COPY CPYCLIFD.
       COPY CPYCCLFD.
       COPY CPYCMOFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

           88  WRK-CONTAREC-ABERTO            VALUE 'S'.
       77  WRK-CLIENTE-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO             VALUE 'S'.
       77  WRK-CMO-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-CMO-FIM                    VALUE 'S'.
       01  WRK-CLIENTE-PEDIDO.
           05  WRK-PED-TIPO-PESSOA PIC X(01) VALUE 'F'.
           05  WRK-PED-DOCUMENTO  PIC 9(14) VALUE ZEROS.
       01  WRK-CLIENTE-PAGTO.
           05  WRK-PGC-TIPO-PESSOA PIC X(01) VALUE SPACES.
           05  WRK-PGC-DOCUMENTO  PIC 9(14) VALUE ZEROS.
       77  WRK-QTD-EXTRATOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-MOV-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-MOV-SUB            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-MOVIMENTOS.
           05  TAB-MOV OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-TAB-MOV-QTD.
               10  TAB-MOV-CLIENTE    PIC X(15).
               10  TAB-MOV-DATA       PIC 9(08).
               10  TAB-MOV-TIPO       PIC X(01).
                   88  TAB-MOV-FATURA           VALUE 'F'.
                   88  TAB-MOV-PAGAMENTO        VALUE 'P'.
                   88  TAB-MOV-CREDITO          VALUE 'C'.
               10  TAB-MOV-TIPO-CRED  PIC X(01).
               10  TAB-MOV-NUMERO     PIC 9(08).
               10  TAB-MOV-PARCELA    PIC 9(02).
               10  TAB-MOV-VALOR      PIC 9(09)V99.
               10  TAB-MOV-USADO-SW   PIC X(01).
                   88  TAB-MOV-USADO            VALUE 'S'.
       77  WRK-CLIENTE-EXTRATO    PIC X(15) VALUE SPACES.
       77  WRK-SALDO-CORRENTE     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-MOV-CLIENTE    PIC 9(04) VALUE ZEROS.
       01  WRK-LINHA-MOVIMENTO.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYCCLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-COLETAR-TITULOS UNTIL WRK-FIM.
           PERFORM 0250-COLETAR-PAGAMENTOS UNTIL WRK-PAG-FIM.
           PERFORM 0270-COLETAR-CREDITOS UNTIL WRK-CMO-FIM.
           PERFORM 0300-GERAR-EXTRATOS.
           PERFORM 0400-FINALIZAR.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGEXTC'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

           DISPLAY 'CPF/CNPJ DO CLIENTE (ZERO = TODOS COM MOVIMENTO)..'.
           ACCEPT WRK-PED-DOCUMENTO FROM CONSOLE.
           IF WRK-PED-DOCUMENTO NOT = ZEROS
               DISPLAY 'TIPO DE PESSOA (F=FISICA J=JURIDICA)..'
               ACCEPT WRK-PED-TIPO-PESSOA FROM CONSOLE
               IF WRK-PED-TIPO-PESSOA NOT = 'J'
                   MOVE 'F' TO WRK-PED-TIPO-PESSOA
               END-IF
           END-IF.

           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS NOT = '00'
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
               SET WRK-PAG-FIM TO TRUE
               SET WRK-CMO-FIM TO TRUE
           ELSE
               SET WRK-CONTAREC-ABERTO TO TRUE

                       AT END SET WRK-PAG-FIM TO TRUE
                   END-READ
               END-IF

               OPEN INPUT CREDCLI-FILE
               IF WRK-CREDCLI-STATUS = '00'
                   SET WRK-CREDCLI-ABERTO TO TRUE
               END-IF

               OPEN INPUT CREDMOV-FILE
               IF WRK-CREDMOV-STATUS NOT = '00'
                   SET WRK-CMO-FIM TO TRUE
               ELSE
                   READ CREDMOV-FILE
                       AT END SET WRK-CMO-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

      **************************************************************
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF (WRK-PED-DOCUMENTO = ZEROS
                       OR CRC-CLIENTE = WRK-CLIENTE-PEDIDO)
                       AND WRK-TAB-MOV-QTD < 3000
                       ADD 1 TO WRK-TAB-MOV-QTD
                       MOVE CRC-CLIENTE TO
                           TAB-MOV-CLIENTE(WRK-TAB-MOV-QTD)
                       MOVE CRC-DATA-EMISSAO TO
                           TAB-MOV-DATA(WRK-TAB-MOV-QTD)
                       MOVE 'F' TO TAB-MOV-TIPO(WRK-TAB-MOV-QTD)
                           TAB-MOV-PARCELA(WRK-TAB-MOV-QTD)
                       MOVE CRC-VALOR TO
                           TAB-MOV-VALOR(WRK-TAB-MOV-QTD)
                       MOVE SPACE TO TAB-MOV-TIPO-CRED(WRK-TAB-MOV-QTD)
                       MOVE 'N' TO TAB-MOV-USADO-SW(WRK-TAB-MOV-QTD)
                   END-IF
           END-READ.

      **************************************************************
      ** COLETA DOS PAGAMENTOS: O CLIENTE DO PAGAMENTO VEM DO
      ** PAGTOS (PAG-CLIENTE) OU, SE AUSENTE, DO TITULO (FATURA/
      ** PARCELA) NO CONTAREC. PAGAMENTO DE TITULO DESCONHECIDO E
      ** IGNORADO AQUI (O PROGRECB JA O DESVIA PARA EXCECOES NA
      ** BAIXA).
      **************************************************************
       0250-COLETAR-PAGAMENTOS.

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRC-CLIENTE TO WRK-CLIENTE-PAGTO
                   IF PAG-DOC-CLIENTE IS NUMERIC
                       AND PAG-DOC-CLIENTE > ZEROS
                       MOVE PAG-CLIENTE TO WRK-CLIENTE-PAGTO
                   END-IF
                   IF (WRK-PED-DOCUMENTO = ZEROS
                       OR WRK-CLIENTE-PAGTO = WRK-CLIENTE-PEDIDO)
                       AND WRK-TAB-MOV-QTD < 3000
                       ADD 1 TO WRK-TAB-MOV-QTD
                       MOVE WRK-CLIENTE-PAGTO TO
                           TAB-MOV-CLIENTE(WRK-TAB-MOV-QTD)
                       MOVE PAG-DATA TO
                           TAB-MOV-DATA(WRK-TAB-MOV-QTD)
                       MOVE 'P' TO TAB-MOV-TIPO(WRK-TAB-MOV-QTD)
                           TAB-MOV-PARCELA(WRK-TAB-MOV-QTD)
                       MOVE PAG-VALOR TO
                           TAB-MOV-VALOR(WRK-TAB-MOV-QTD)
                       MOVE SPACE TO TAB-MOV-TIPO-CRED(WRK-TAB-MOV-QTD)
                       MOVE 'N' TO TAB-MOV-USADO-SW(WRK-TAB-MOV-QTD)
                   END-IF
           END-READ.
               AT END SET WRK-PAG-FIM TO TRUE
           END-READ.

      **************************************************************
      ** COLETA DOS MOVIMENTOS DE CREDITO DO CLIENTE (CREDMOV), COM
      ** A ORIGEM (TITULO, NOTA DE CREDITO OU TITULO A PAGAR DA
      ** DEVOLUCAO) NO LUGAR DA FATURA/PARCELA.
      **************************************************************
       0270-COLETAR-CREDITOS.

           IF (WRK-PED-DOCUMENTO = ZEROS
               OR CMO-CLIENTE = WRK-CLIENTE-PEDIDO)
               AND WRK-TAB-MOV-QTD < 3000
               ADD 1 TO WRK-TAB-MOV-QTD
               MOVE CMO-CLIENTE TO TAB-MOV-CLIENTE(WRK-TAB-MOV-QTD)
               MOVE CMO-DATA    TO TAB-MOV-DATA(WRK-TAB-MOV-QTD)
               MOVE 'C'         TO TAB-MOV-TIPO(WRK-TAB-MOV-QTD)
               MOVE CMO-TIPO    TO TAB-MOV-TIPO-CRED(WRK-TAB-MOV-QTD)
               MOVE CMO-ORIGEM-NUMERO TO
                   TAB-MOV-NUMERO(WRK-TAB-MOV-QTD)
               MOVE CMO-ORIGEM-PARCELA TO
                   TAB-MOV-PARCELA(WRK-TAB-MOV-QTD)
               MOVE CMO-VALOR   TO TAB-MOV-VALOR(WRK-TAB-MOV-QTD)
               MOVE 'N'         TO TAB-MOV-USADO-SW(WRK-TAB-MOV-QTD)
           END-IF.

           READ CREDMOV-FILE
               AT END SET WRK-CMO-FIM TO TRUE
           END-READ.

      **************************************************************
      ** UM EXTRATO POR CLIENTE COM MOVIMENTO: O PRIMEIRO MOVIMENTO
      ** AINDA NAO USADO ABRE O EXTRATO DO SEU CLIENTE E OS MOVIMENTOS
      ** DO CLIENTE SAO IMPRESSOS EM ORDEM DE DATA (SELECAO DO
      ** MENOR A CADA PASSO), COM O SALDO CORRENTE.
      **************************************************************
       0310-TRATAR-CLIENTE.

           IF NOT TAB-MOV-USADO(WRK-MOV-SUB)
               MOVE TAB-MOV-CLIENTE(WRK-MOV-SUB) TO WRK-CLIENTE-EXTRATO
               PERFORM 0320-ABRIR-EXTRATO
               MOVE ZEROS TO WRK-SALDO-CORRENTE
               PERFORM 0330-IMPRIMIR-PROXIMO-MOV
           WRITE EXTRATCL-LINHA FROM WRK-CAB-LINHA1.
           WRITE EXTRATCL-LINHA FROM WRK-CAB-LINHA2.

           MOVE WRK-CLIENTE-EXTRATO TO WRK-DOC-CHAVE.
           PERFORM 7950-FORMATAR-DOCUMENTO.
           IF NOT WRK-DOC-PESSOA-JURIDICA
               MOVE 'CP'           TO MSK-FUNCAO
               MOVE WRK-DOC-NUMERO TO MSK-CPF
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-SAIDA      TO WRK-DOC-FORMATADO
           END-IF.
           MOVE SPACES TO EXTRATCL-LINHA.
           IF WRK-CLIENTE-ABERTO
               MOVE WRK-CLIENTE-EXTRATO TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       STRING 'CLIENTE ' DELIMITED BY SIZE
                           WRK-DOC-ROTULO DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           WRK-DOC-FORMATADO DELIMITED BY SPACE
                           ' (SEM CADASTRO)' DELIMITED BY SIZE
                           INTO EXTRATCL-LINHA
                   NOT INVALID KEY
                       STRING 'CLIENTE ' DELIMITED BY SIZE
                           WRK-DOC-ROTULO DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           WRK-DOC-FORMATADO DELIMITED BY SPACE
                           ' - ' DELIMITED BY SIZE
                           CLI-NOME DELIMITED BY SIZE
                           INTO EXTRATCL-LINHA
               END-READ
           ELSE
               STRING 'CLIENTE ' DELIMITED BY SIZE
                   WRK-DOC-ROTULO DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WRK-DOC-FORMATADO DELIMITED BY SPACE
                   INTO EXTRATCL-LINHA
           END-IF.
           WRITE EXTRATCL-LINHA.
      **************************************************************
      ** SELECIONA O MOVIMENTO MAIS ANTIGO AINDA NAO USADO DO
      ** CLIENTE E O IMPRIME, ATUALIZANDO O SALDO (FATURA SOMA,
      ** PAGAMENTO ABATE). NOS MOVIMENTOS DE CREDITO, A SOBRA DE
      ** NOTA DE CREDITO ABATE E A DEVOLUCAO SOMA; O EXCESSO DE
      ** PAGAMENTO (JA ABATIDO NO PAGAMENTO) E A APLICACAO EM
      ** TITULO (QUE SO TROCA CREDITO POR DIVIDA) NAO MUDAM O SALDO.
      **************************************************************
       0330-IMPRIMIR-PROXIMO-MOV.

           ELSE
               SET TAB-MOV-USADO(WRK-MOV-MENOR) TO TRUE
               SUBTRACT 1 FROM WRK-QTD-MOV-CLIENTE
               EVALUATE TRUE
                   WHEN TAB-MOV-FATURA(WRK-MOV-MENOR)
                       ADD TAB-MOV-VALOR(WRK-MOV-MENOR)
                           TO WRK-SALDO-CORRENTE
                       MOVE 'FATURA      ' TO WRK-LM-DESCRICAO
                   WHEN TAB-MOV-CREDITO(WRK-MOV-MENOR)
                       PERFORM 0335-TRATAR-MOV-CREDITO
                   WHEN OTHER
                       SUBTRACT TAB-MOV-VALOR(WRK-MOV-MENOR)
                           FROM WRK-SALDO-CORRENTE
                       MOVE 'PAGAMENTO   ' TO WRK-LM-DESCRICAO
               END-EVALUATE
               MOVE TAB-MOV-DATA(WRK-MOV-MENOR)    TO WRK-LM-DATA
               MOVE TAB-MOV-NUMERO(WRK-MOV-MENOR)  TO WRK-LM-NUMERO
               MOVE TAB-MOV-PARCELA(WRK-MOV-MENOR) TO WRK-LM-PARCELA
               WRITE EXTRATCL-LINHA FROM WRK-LINHA-MOVIMENTO
           END-IF.

       0335-TRATAR-MOV-CREDITO.

           EVALUATE TAB-MOV-TIPO-CRED(WRK-MOV-MENOR)
               WHEN 'P'
                   MOVE 'CRED.PAGTO  ' TO WRK-LM-DESCRICAO
               WHEN 'N'
                   SUBTRACT TAB-MOV-VALOR(WRK-MOV-MENOR)
                       FROM WRK-SALDO-CORRENTE
                   MOVE 'CRED.NOTA CR' TO WRK-LM-DESCRICAO
               WHEN 'A'
                   MOVE 'CRED.APLIC. ' TO WRK-LM-DESCRICAO
               WHEN OTHER
                   ADD TAB-MOV-VALOR(WRK-MOV-MENOR)
                       TO WRK-SALDO-CORRENTE
                   MOVE 'CRED.DEVOL. ' TO WRK-LM-DESCRICAO
           END-EVALUATE.

       0340-CONTAR-MOV-CLIENTE.

           MOVE ZEROS TO WRK-QTD-MOV-CLIENTE.

       0341-CONTAR-UM.

           IF TAB-MOV-CLIENTE(WRK-MOV-SUB2) = WRK-CLIENTE-EXTRATO
               AND NOT TAB-MOV-USADO(WRK-MOV-SUB2)
               ADD 1 TO WRK-QTD-MOV-CLIENTE
           END-IF.

       0350-ACHAR-MAIS-ANTIGO.

           IF TAB-MOV-CLIENTE(WRK-MOV-SUB2) = WRK-CLIENTE-EXTRATO
               AND NOT TAB-MOV-USADO(WRK-MOV-SUB2)
               IF WRK-MOV-MENOR = ZEROS
                   MOVE WRK-MOV-SUB2 TO WRK-MOV-MENOR
               WRK-LM-SALDO DELIMITED BY SIZE
               INTO EXTRATCL-LINHA.
           WRITE EXTRATCL-LINHA.
           IF WRK-CREDCLI-ABERTO
               MOVE WRK-CLIENTE-EXTRATO TO CCL-CLIENTE
               READ CREDCLI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CCL-SALDO TO WRK-LM-VALOR
                       MOVE SPACES TO EXTRATCL-LINHA
                       STRING 'CREDITO DISPONIVEL: ' DELIMITED BY SIZE
                           WRK-LM-VALOR DELIMITED BY SIZE
                           INTO EXTRATCL-LINHA
                       WRITE EXTRATCL-LINHA
               END-READ
           END-IF.
           MOVE SPACES TO EXTRATCL-LINHA.
           MOVE '================================================'
               TO EXTRATCL-LINHA.
               IF WRK-PAGTOS-STATUS NOT = '35'
                   CLOSE PAGTOS-FILE
               END-IF
               IF WRK-CREDCLI-ABERTO
                   CLOSE CREDCLI-FILE
               END-IF
               IF WRK-CREDMOV-STATUS = '00'
                   CLOSE CREDMOV-FILE
               END-IF
           END-IF.

           DISPLAY 'EXTRATOS EMITIDOS: ' WRK-QTD-EXTRATOS.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
