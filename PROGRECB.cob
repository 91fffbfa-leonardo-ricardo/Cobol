      **               EM LANCAMENTO CONTABIL PROPRIO NO RAZAO
      **               (LANCTOS): DEBITO DE BANCOS (11001) E
      **               CREDITO DE RECEITA FINANCEIRA (42001).
      **  15/10/2026 LR - O CLIENTE DO TITULO PASSA A SER O TIPO DE
      **               PESSOA MAIS O DOCUMENTO (CPF OU CNPJ): RECIBO
      **               E AGING IMPRIMEM O DOCUMENTO FORMATADO. O
      **               PAGAMENTO (PAGTOS) GANHA NO FIM DO REGISTRO O
      **               CLIENTE DO TITULO (PAG-CLIENTE), GRAVADO PELO
      **               PROGCRET.
      **  15/10/2026 LR - PAGAMENTO DE TITULO BAIXADO COMO PERDA ('W',
      **               VER PROGPDDB/PROGAPRV) DEIXA DE IR PARA AS
      **               EXCECOES: ENTRA COMO PERDA RECUPERADA, SEM
      **               ENCARGOS, COM RECIBO E LANCAMENTO PROPRIO NO
      **               RAZAO (DEBITO DE BANCOS 11001, CREDITO DE
      **               RECUPERACAO DE PERDAS 42005).
      **  15/10/2026 LR - PAGAMENTO DE TITULO RENEGOCIADO ('N',
      **               LIQUIDADO POR ACORDO - VER PROGACDM) VAI PARA AS
      **               EXCECOES, COMO O DE TITULO JA QUITADO: O
      **               CLIENTE DEVE PAGAR AS PARCELAS DO ACORDO.
      **  15/10/2026 LR - PAGAMENTO ACIMA DO DEVIDO (SALDO MAIS
      **               ENCARGOS) DEIXA DE SE PERDER: O EXCESSO VIRA
      **               CREDITO DO CLIENTE (CREDCLI/CREDMOV, VER
      **               CPYCCL*), SAI NO RECIBO E E LANCADO EM
      **               ADIANTAMENTOS DE CLIENTES (D 11001 / C 21016).
      **               AO FINAL DA BAIXA, O SALDO DE CREDITO DE CADA
      **               CLIENTE E APLICADO NOS SEUS TITULOS EM ABERTO
      **               EM ORDEM DE VENCIMENTO (D 21016 / C 11002).
      **  15/10/2026 LR - O DEBITO DE BANCOS DOS ENCARGOS, DAS PERDAS
      **               RECUPERADAS E DOS PAGAMENTOS A MAIOR PASSA A SER
      **               NA CONTA DO RAZAO DA CONTA BANCARIA DE COBRANCA
      **               DO CADASTRO (CONTABCO, FINALIDADE 'C', VER
      **               CPYCBC*), ONDE O DINHEIRO ENTRA; SEM CADASTRO
      **               CONTINUA 11001.
      **  15/10/2026 LR - PAGAMENTO DE TITULO CANCELADO ('C',
      **               MENSALIDADE POSTERIOR AO TRANCAMENTO DA
      **               MATRICULA - PROGMVAM) VAI PARA EXCECOES SEM
      **               BAIXA, PARA DEVOLUCAO AO RESPONSAVEL.
      **  15/10/2026 LR - O CPF DO AGING PASSA PELO MASCARAMENTO DE
      **               DADOS PESSOAIS (PROGMASC, VER CPYMSKWS): SO
      **               SAI COMPLETO PARA O NIVEL AUTORIZADO DO
      **               OPERADOR DO LOTE. RECIBO DO CLIENTE E CNPJ
      **               CONTINUAM COMPLETOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYCRCSL.
           COPY CPYCCLSL.
           COPY CPYCMOSL.
           COPY CPYCBCSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).

       FD  AGINGREL-FILE.
       01  AGINGREL-LINHA         PIC X(90).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYCRCFD.
       COPY CPYCCLFD.
       COPY CPYCMOFD.
       COPY CPYCBCFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       77  WRK-VALOR-JUROS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ENCARGOS     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-RECUPERACOES   PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-RECUPERADO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-DEVIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-EXCEDENTE    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-BAIXA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-CREDITOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CREDITADO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-APLICACOES     PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-APLICADO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RCB-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LAG-PARCELA    PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAG-DOCUMENTO  PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAG-VENCTO     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAG-ENCARGOS   PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAG-FAIXA      PIC X(12).
      **************************************************************
      ** APLICACAO DOS CREDITOS: CLIENTES COM SALDO DE CREDITO E OS
      ** SEUS TITULOS EM ABERTO, CARREGADOS NUMA UNICA PASSADA DO
      ** CONTAREC.
      **************************************************************
       77  WRK-TAB-CRD-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-TAP-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-CRD-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-TAP-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-TAP-MENOR          PIC 9(04) VALUE ZEROS.
       77  WRK-CRD-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-CRD-FIM                    VALUE 'S'.
       77  WRK-CRD-SALDO          PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TAB-CREDITOS.
           05  TAB-CRD OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-CRD-QTD
                   INDEXED BY CRD-IDX.
               10  TAB-CRD-CLIENTE    PIC X(15).
               10  TAB-CRD-SALDO      PIC 9(09)V99.
       01  WRK-TAB-TITULOS-APLIC.
           05  TAB-TAP OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-TAP-QTD.
               10  TAB-TAP-CLIENTE    PIC 9(04).
               10  TAB-TAP-NUMERO     PIC 9(08).
               10  TAB-TAP-PARCELA    PIC 9(02).
               10  TAB-TAP-VENCTO     PIC 9(08).
               10  TAB-TAP-USADO-SW   PIC X(01).
                   88  TAB-TAP-USADO            VALUE 'S'.
       COPY CPYCABWS.
       COPY CPYCBCTB.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYDTSWS.
       COPY CPYMSKWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYCCLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGRECB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'C' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-CONTAREC-ABERTO TO TRUE
               OPEN I-O CREDCLI-FILE
               IF WRK-CREDCLI-STATUS = '35'
                   CLOSE CREDCLI-FILE
                   OPEN OUTPUT CREDCLI-FILE
                   CLOSE CREDCLI-FILE
                   OPEN I-O CREDCLI-FILE
               END-IF
               IF WRK-CREDCLI-STATUS = '00'
                   SET WRK-CREDCLI-ABERTO TO TRUE
               END-IF
               OPEN EXTEND CREDMOV-FILE
               IF WRK-CREDMOV-STATUS = '05' OR '35'
                   CLOSE CREDMOV-FILE
                   OPEN OUTPUT CREDMOV-FILE
               END-IF
               MOVE 'PROGRECB' TO WRK-CCL-PROGRAMA
               OPEN EXTEND RECIBO-FILE
               IF WRK-RECIBO-STATUS = '05' OR '35'
                   CLOSE RECIBO-FILE
      **************************************************************
      ** BAIXA DE UM PAGAMENTO CONTRA O TITULO DA FATURA. O VALOR
      ** RECEBIDO E SOMADO AO JA PAGO; QUANDO O PAGO ALCANCA O
      ** VALOR DO TITULO, A SITUACAO PASSA A 'P' (QUITADO). TITULO
      ** BAIXADO COMO PERDA ('W') RECEBE O PAGAMENTO COMO PERDA
      ** RECUPERADA; TITULO RENEGOCIADO ('N') E EXCECAO. O QUE
      ** PASSAR DO SALDO MAIS ENCARGOS VIRA CREDITO DO CLIENTE.
      **************************************************************
       0200-PROCESSAR.

           MOVE ZEROS TO WRK-VALOR-EXCEDENTE.

           MOVE PAG-NUMERO TO CRC-NUMERO.
           IF PAG-PARCELA IS NUMERIC AND PAG-PARCELA > ZEROS
               MOVE PAG-PARCELA TO CRC-PARCELA
                       TO EXC-MOTIVO
                   PERFORM 9100-GRAVAR-EXCECAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CRC-PAGO
                           MOVE 'PROGRECB'     TO EXC-PROGRAMA
                           MOVE PAG-NUMERO     TO EXC-CHAVE
                           MOVE 'CRC-SITUACAO' TO EXC-CAMPO
                           MOVE CRC-SITUACAO   TO EXC-VALOR
                           MOVE 'TITULO JA QUITADO' TO EXC-MOTIVO
                           PERFORM 9100-GRAVAR-EXCECAO
                       WHEN CRC-BAIXADO-PERDA
                           PERFORM 0250-RECUPERAR-PERDA
                       WHEN CRC-RENEGOCIADO
                           MOVE 'PROGRECB'     TO EXC-PROGRAMA
                           MOVE PAG-NUMERO     TO EXC-CHAVE
                           MOVE 'CRC-SITUACAO' TO EXC-CAMPO
                           MOVE CRC-SITUACAO   TO EXC-VALOR
                           MOVE 'TITULO RENEGOCIADO - PAGAR O ACORDO'
                               TO EXC-MOTIVO
                           PERFORM 9100-GRAVAR-EXCECAO
                       WHEN CRC-CANCELADO
                           MOVE 'PROGRECB'     TO EXC-PROGRAMA
                           MOVE PAG-NUMERO     TO EXC-CHAVE
                           MOVE 'CRC-SITUACAO' TO EXC-CAMPO
                           MOVE CRC-SITUACAO   TO EXC-VALOR
                           MOVE 'TITULO CANCELADO - DEVOLVER PAGAMENTO'
                               TO EXC-MOTIVO
                           PERFORM 9100-GRAVAR-EXCECAO
                       WHEN OTHER
                           PERFORM 0230-CALCULAR-ENCARGOS
                           PERFORM 0235-APURAR-EXCEDENTE
                           ADD WRK-VALOR-BAIXA TO CRC-VALOR-PAGO
                           IF CRC-VALOR-PAGO >= CRC-VALOR
                               SET CRC-PAGO TO TRUE
                           END-IF
                           REWRITE CONTAREC-REG
                           ADD 1 TO WRK-QTD-BAIXAS
                           ADD WRK-VALOR-BAIXA TO WRK-TOTAL-BAIXADO
                           ADD WRK-VALOR-ENCARGOS
                               TO WRK-TOTAL-ENCARGOS
                           IF WRK-VALOR-EXCEDENTE > ZEROS
                               PERFORM 0260-CREDITAR-EXCEDENTE
                           END-IF
                           PERFORM 0240-GRAVAR-RECIBO
                   END-EVALUATE
           END-READ.

           READ PAGTOS-FILE
       0300-FINALIZAR.

           IF WRK-CONTAREC-ABERTO
               IF WRK-CREDCLI-ABERTO
                   PERFORM 0500-APLICAR-CREDITOS
               END-IF
               PERFORM 0400-GRAVAR-AGING
               PERFORM 0340-GRAVAR-LANCAMENTO-ENCARGOS
               PERFORM 0350-GRAVAR-LANCTO-RECUPERACAO
               PERFORM 0360-GRAVAR-LANCTO-CREDITOS
               IF WRK-CREDCLI-ABERTO
                   CLOSE CREDCLI-FILE
               END-IF
               CLOSE CREDMOV-FILE
               CLOSE CONTAREC-FILE
               CLOSE RECIBO-FILE
               IF WRK-PAGTOS-STATUS NOT = '35'
           DISPLAY 'BAIXAS EFETUADAS: ' WRK-QTD-BAIXAS
               ' VALOR ' WRK-TOTAL-BAIXADO
               ' ENCARGOS ' WRK-TOTAL-ENCARGOS.
           DISPLAY 'PERDAS RECUPERADAS: ' WRK-QTD-RECUPERACOES
               ' VALOR ' WRK-TOTAL-RECUPERADO.
           DISPLAY 'CREDITOS GERADOS: ' WRK-QTD-CREDITOS
               ' VALOR ' WRK-TOTAL-CREDITADO.
           DISPLAY 'CREDITOS APLICADOS: ' WRK-QTD-APLICACOES
               ' VALOR ' WRK-TOTAL-APLICADO.

      **************************************************************
      ** ENCARGOS DO TITULO PAGO COM ATRASO: MULTA DE WRK-MULTA-PCT
                   WRK-VALOR-MULTA + WRK-VALOR-JUROS
           END-IF.

      **************************************************************
      ** EXCESSO DO PAGAMENTO SOBRE O SALDO DEVIDO MAIS OS ENCARGOS:
      ** SO O DEVIDO BAIXA O TITULO; O EXCESSO VAI PARA O CREDITO DO
      ** CLIENTE (0260). SEM O CREDCLI DISPONIVEL O PAGAMENTO INTEIRO
      ** BAIXA O TITULO, COMO ANTES.
      **************************************************************
       0235-APURAR-EXCEDENTE.

           MOVE ZEROS     TO WRK-VALOR-EXCEDENTE.
           MOVE PAG-VALOR TO WRK-VALOR-BAIXA.
           IF WRK-CREDCLI-ABERTO
               AND PAG-VALOR > WRK-SALDO-DEVIDO + WRK-VALOR-ENCARGOS
               COMPUTE WRK-VALOR-EXCEDENTE = PAG-VALOR
                   - WRK-SALDO-DEVIDO - WRK-VALOR-ENCARGOS
               SUBTRACT WRK-VALOR-EXCEDENTE FROM WRK-VALOR-BAIXA
           END-IF.

      **************************************************************
      ** RECEBIMENTO DE TITULO BAIXADO COMO PERDA: O VALOR E SOMADO
      ** AO JA PAGO E O TITULO SEGUE 'W' (A PERDA FICA REGISTRADA);
      ** NAO HA ENCARGOS. O TOTAL RECUPERADO NA JANELA VAI PARA O
      ** RAZAO EM 0350.
      **************************************************************
       0250-RECUPERAR-PERDA.

           MOVE ZEROS TO WRK-VALOR-MULTA.
           MOVE ZEROS TO WRK-VALOR-JUROS.
           MOVE ZEROS TO WRK-VALOR-ENCARGOS.
           ADD PAG-VALOR TO CRC-VALOR-PAGO.
           REWRITE CONTAREC-REG.
           ADD 1 TO WRK-QTD-RECUPERACOES.
           ADD PAG-VALOR TO WRK-TOTAL-RECUPERADO.
           PERFORM 0240-GRAVAR-RECIBO.

      **************************************************************
      ** CREDITO DO EXCESSO DO PAGAMENTO NO SALDO DO CLIENTE DO
      ** TITULO (CPYCCLPR), COM O TITULO PAGO A MAIOR COMO ORIGEM.
      ** O TOTAL DA JANELA VAI PARA O RAZAO EM 0360.
      **************************************************************
       0260-CREDITAR-EXCEDENTE.

           MOVE CRC-CLIENTE         TO WRK-CCL-CLIENTE.
           MOVE PAG-DATA            TO WRK-CCL-DATA.
           MOVE 'P'                 TO WRK-CCL-TIPO.
           MOVE CRC-NUMERO          TO WRK-CCL-NUMERO.
           MOVE CRC-PARCELA         TO WRK-CCL-PARCELA.
           MOVE WRK-VALOR-EXCEDENTE TO WRK-CCL-VALOR.
           PERFORM 7870-CREDITAR-CLIENTE.
           ADD 1 TO WRK-QTD-CREDITOS.
           ADD WRK-VALOR-EXCEDENTE TO WRK-TOTAL-CREDITADO.

      **************************************************************
      ** RECIBO DO CLIENTE PARA A BAIXA EFETUADA, COM O VALOR DO
      ** TITULO, O PAGO E A DISCRIMINACAO DOS ENCARGOS DE ATRASO
      **************************************************************
       0240-GRAVAR-RECIBO.

           MOVE CRC-CLIENTE TO WRK-DOC-CHAVE.
           PERFORM 7950-FORMATAR-DOCUMENTO.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'RECIBO - FATURA ' DELIMITED BY SIZE
               CRC-NUMERO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CRC-PARCELA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-DOC-ROTULO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WRK-DOC-FORMATADO DELIMITED BY SPACE
               INTO RECIBO-LINHA
           WRITE RECIBO-LINHA.

               WRITE RECIBO-LINHA
           END-IF.

           IF WRK-VALOR-EXCEDENTE > ZEROS
               MOVE WRK-VALOR-EXCEDENTE TO WRK-RCB-VALOR-ED
               MOVE SPACES TO RECIBO-LINHA
               STRING 'CREDITO EM CONTA.: ' DELIMITED BY SIZE
                   WRK-RCB-VALOR-ED DELIMITED BY SIZE
                   INTO RECIBO-LINHA
               WRITE RECIBO-LINHA
           END-IF.

           MOVE SPACES TO RECIBO-LINHA.
           MOVE '------------------------------------------------'
               TO RECIBO-LINHA.
      **************************************************************
      ** LANCAMENTO CONTABIL DOS ENCARGOS COBRADOS NA JANELA, EM
      ** PARTIDA DOBRADA PROPRIA NO RAZAO (LANCTOS): DEBITO DE
      ** BANCOS (COBRANCA) E CREDITO DE RECEITA FINANCEIRA (42001),
      ** NOS MOLDES DOS LANCAMENTOS DA FOLHA.
      **************************************************************
       0340-GRAVAR-LANCAMENTO-ENCARGOS.
               END-IF

               MOVE 'FINAN' TO LAN-CENTRO-CUSTO
               MOVE WRK-CBC-CONTA-RAZAO TO LAN-CONTA
               MOVE 'D'                TO LAN-TIPO
               MOVE WRK-TOTAL-ENCARGOS TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA   TO LAN-DATA
               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** LANCAMENTO CONTABIL DAS PERDAS RECUPERADAS NA JANELA:
      ** DEBITO DE BANCOS (COBRANCA) E CREDITO DE RECUPERACAO DE
      ** PERDAS COM CREDITOS (42005), NOS MOLDES DOS ENCARGOS.
      **************************************************************
       0350-GRAVAR-LANCTO-RECUPERACAO.

           IF WRK-TOTAL-RECUPERADO > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'FINAN' TO LAN-CENTRO-CUSTO
               MOVE WRK-CBC-CONTA-RAZAO  TO LAN-CONTA
               MOVE 'D'                  TO LAN-TIPO
               MOVE WRK-TOTAL-RECUPERADO TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA     TO LAN-DATA
               MOVE 'RECIBPAG'           TO LAN-DOCUMENTO
               MOVE 'RECUPERACAO DE PERDAS' TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE 42005                TO LAN-CONTA
               MOVE 'C'                  TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** LANCAMENTOS DOS CREDITOS DE CLIENTES NA JANELA: O EXCESSO
      ** RECEBIDO ENTRA EM ADIANTAMENTOS DE CLIENTES (D BANCOS /
      ** C 21016) E O CREDITO APLICADO EM TITULOS SAI DELA CONTRA
      ** CLIENTES (D 21016 / C 11002).
      **************************************************************
       0360-GRAVAR-LANCTO-CREDITOS.

           IF WRK-TOTAL-CREDITADO > ZEROS
               OR WRK-TOTAL-APLICADO > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'FINAN' TO LAN-CENTRO-CUSTO
               MOVE WRK-LOTECAB-DATA     TO LAN-DATA
               MOVE 'RECIBPAG'           TO LAN-DOCUMENTO

               IF WRK-TOTAL-CREDITADO > ZEROS
                   MOVE WRK-CBC-CONTA-RAZAO TO LAN-CONTA
                   MOVE 'D'                 TO LAN-TIPO
                   MOVE WRK-TOTAL-CREDITADO TO LAN-VALOR
                   MOVE 'PAGAMENTOS A MAIOR DE CLIENTES'
                       TO LAN-HISTORICO
                   WRITE LANCTO-REG
                   MOVE 21016               TO LAN-CONTA
                   MOVE 'C'                 TO LAN-TIPO
                   WRITE LANCTO-REG
               END-IF

               IF WRK-TOTAL-APLICADO > ZEROS
                   MOVE 21016               TO LAN-CONTA
                   MOVE 'D'                 TO LAN-TIPO
                   MOVE WRK-TOTAL-APLICADO  TO LAN-VALOR
                   MOVE 'CREDITO DE CLIENTE EM TITULOS'
                       TO LAN-HISTORICO
                   WRITE LANCTO-REG
                   MOVE 11002               TO LAN-CONTA
                   MOVE 'C'                 TO LAN-TIPO
                   WRITE LANCTO-REG
               END-IF

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** RELATORIO DE AGING: PERCORRE TODO O CONTAS A RECEBER E
      ** CLASSIFICA CADA TITULO EM ABERTO PELA FAIXA DE DIAS DE
           MOVE SPACES TO AGINGREL-LINHA.
           WRITE AGINGREL-LINHA.
           MOVE SPACES TO AGINGREL-LINHA.
           STRING 'FATURA/PC    CPF/CNPJ            VENCTO    SALDO'
               DELIMITED BY SIZE
               '           ENCARGOS    FAIXA'
               DELIMITED BY SIZE

           MOVE CRC-NUMERO       TO WRK-LAG-NUMERO.
           MOVE CRC-PARCELA      TO WRK-LAG-PARCELA.
           MOVE CRC-CLIENTE      TO WRK-DOC-CHAVE.
           PERFORM 7950-FORMATAR-DOCUMENTO.
           IF WRK-DOC-PESSOA-JURIDICA
               MOVE WRK-DOC-FORMATADO TO WRK-LAG-DOCUMENTO
           ELSE
               MOVE 'CP'           TO MSK-FUNCAO
               MOVE WRK-DOC-NUMERO TO MSK-CPF
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-SAIDA      TO WRK-LAG-DOCUMENTO
           END-IF.
           MOVE CRC-DATA-VENCTO  TO WRK-LAG-VENCTO.
           MOVE WRK-SALDO-TITULO TO WRK-LAG-SALDO.
           MOVE WRK-VALOR-ENCARGOS TO WRK-LAG-ENCARGOS.
           WRITE AGINGREL-LINHA FROM WRK-LINHA-AGING.

      **************************************************************
      ** APLICACAO AUTOMATICA DOS CREDITOS DE CLIENTES: OS CLIENTES
      ** COM SALDO NO CREDCLI SAO CARREGADOS NUMA TABELA, OS SEUS
      ** TITULOS EM ABERTO NOUTRA (UMA PASSADA DO CONTAREC) E, PARA
      ** CADA CLIENTE, O CREDITO QUITA OU ABATE OS TITULOS DO
      ** VENCIMENTO MAIS ANTIGO PARA O MAIS NOVO ATE SE ESGOTAR.
      ** A APLICACAO E DATADA NO LOTE E NAO COBRA ENCARGOS.
      **************************************************************
       0500-APLICAR-CREDITOS.

           MOVE ZEROS TO WRK-TAB-CRD-QTD.
           MOVE ZEROS TO WRK-TAB-TAP-QTD.
           MOVE 'N'   TO WRK-CRD-FIM-SW.
           MOVE LOW-VALUES TO CCL-CLIENTE.
           START CREDCLI-FILE KEY IS NOT LESS THAN CCL-CLIENTE
               INVALID KEY SET WRK-CRD-FIM TO TRUE
           END-START.
           PERFORM 0510-CARREGAR-CREDITO UNTIL WRK-CRD-FIM.

           IF WRK-TAB-CRD-QTD > ZEROS
               MOVE 'N' TO WRK-CRD-FIM-SW
               MOVE ZEROS TO CRC-CHAVE
               START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
                   INVALID KEY SET WRK-CRD-FIM TO TRUE
               END-START
               PERFORM 0520-CARREGAR-TITULO UNTIL WRK-CRD-FIM
               PERFORM 0530-APLICAR-CLIENTE
                   VARYING WRK-CRD-SUB FROM 1 BY 1
                   UNTIL WRK-CRD-SUB > WRK-TAB-CRD-QTD
           END-IF.

       0510-CARREGAR-CREDITO.

           READ CREDCLI-FILE NEXT RECORD
               AT END
                   SET WRK-CRD-FIM TO TRUE
               NOT AT END
                   IF CCL-SALDO > ZEROS
                       AND WRK-TAB-CRD-QTD < 500
                       ADD 1 TO WRK-TAB-CRD-QTD
                       MOVE CCL-CLIENTE
                           TO TAB-CRD-CLIENTE(WRK-TAB-CRD-QTD)
                       MOVE CCL-SALDO
                           TO TAB-CRD-SALDO(WRK-TAB-CRD-QTD)
                   END-IF
           END-READ.

       0520-CARREGAR-TITULO.

           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-CRD-FIM TO TRUE
               NOT AT END
                   IF CRC-ABERTO AND WRK-TAB-TAP-QTD < 2000
                       SET CRD-IDX TO 1
                       SEARCH TAB-CRD
                           AT END
                               CONTINUE
                           WHEN TAB-CRD-CLIENTE(CRD-IDX) = CRC-CLIENTE
                               ADD 1 TO WRK-TAB-TAP-QTD
                               SET TAB-TAP-CLIENTE(WRK-TAB-TAP-QTD)
                                   TO CRD-IDX
                               MOVE CRC-NUMERO
                                   TO TAB-TAP-NUMERO(WRK-TAB-TAP-QTD)
                               MOVE CRC-PARCELA
                                   TO TAB-TAP-PARCELA(WRK-TAB-TAP-QTD)
                               MOVE CRC-DATA-VENCTO
                                   TO TAB-TAP-VENCTO(WRK-TAB-TAP-QTD)
                               MOVE 'N'
                                   TO TAB-TAP-USADO-SW(WRK-TAB-TAP-QTD)
                       END-SEARCH
                   END-IF
           END-READ.

      **************************************************************
      ** CREDITO DE UM CLIENTE: A CADA PASSO O TITULO DE VENCIMENTO
      ** MAIS ANTIGO AINDA NAO USADO RECEBE O CREDITO (0540), ATE O
      ** SALDO ACABAR OU NAO HAVER MAIS TITULO DO CLIENTE.
      **************************************************************
       0530-APLICAR-CLIENTE.

           MOVE TAB-CRD-SALDO(WRK-CRD-SUB) TO WRK-CRD-SALDO.
           MOVE 1 TO WRK-TAP-MENOR.
           PERFORM 0540-APLICAR-PROXIMO-TITULO
               UNTIL WRK-CRD-SALDO = ZEROS OR WRK-TAP-MENOR = ZEROS.

       0540-APLICAR-PROXIMO-TITULO.

           MOVE ZEROS TO WRK-TAP-MENOR.
           PERFORM 0545-ACHAR-MAIS-ANTIGO
               VARYING WRK-TAP-SUB FROM 1 BY 1
               UNTIL WRK-TAP-SUB > WRK-TAB-TAP-QTD.

           IF WRK-TAP-MENOR > ZEROS
               SET TAB-TAP-USADO(WRK-TAP-MENOR) TO TRUE
               MOVE TAB-TAP-NUMERO(WRK-TAP-MENOR)  TO CRC-NUMERO
               MOVE TAB-TAP-PARCELA(WRK-TAP-MENOR) TO CRC-PARCELA
               READ CONTAREC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0550-QUITAR-COM-CREDITO
               END-READ
           END-IF.

       0545-ACHAR-MAIS-ANTIGO.

           IF TAB-TAP-CLIENTE(WRK-TAP-SUB) = WRK-CRD-SUB
               AND NOT TAB-TAP-USADO(WRK-TAP-SUB)
               IF WRK-TAP-MENOR = ZEROS
                   MOVE WRK-TAP-SUB TO WRK-TAP-MENOR
               ELSE
                   IF TAB-TAP-VENCTO(WRK-TAP-SUB)
                       < TAB-TAP-VENCTO(WRK-TAP-MENOR)
                       MOVE WRK-TAP-SUB TO WRK-TAP-MENOR
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** O CREDITO COBRE O SALDO DO TITULO (QUITA) OU PARTE DELE
      ** (ABATE); O DEBITO NO CREDCLI GRAVA O MOVIMENTO 'A' COM O
      ** TITULO COMO ORIGEM E O RECIBO REGISTRA A APLICACAO.
      **************************************************************
       0550-QUITAR-COM-CREDITO.

           COMPUTE WRK-SALDO-TITULO = CRC-VALOR - CRC-VALOR-PAGO.
           IF CRC-ABERTO AND WRK-SALDO-TITULO > ZEROS
               MOVE TAB-CRD-CLIENTE(WRK-CRD-SUB) TO WRK-CCL-CLIENTE
               MOVE WRK-LOTECAB-DATA TO WRK-CCL-DATA
               MOVE 'A'              TO WRK-CCL-TIPO
               MOVE CRC-NUMERO       TO WRK-CCL-NUMERO
               MOVE CRC-PARCELA      TO WRK-CCL-PARCELA
               IF WRK-CRD-SALDO > WRK-SALDO-TITULO
                   MOVE WRK-SALDO-TITULO TO WRK-CCL-VALOR
               ELSE
                   MOVE WRK-CRD-SALDO    TO WRK-CCL-VALOR
               END-IF
               PERFORM 7871-DEBITAR-CLIENTE
               IF WRK-CCL-VALOR-DEBITADO > ZEROS
                   ADD WRK-CCL-VALOR-DEBITADO TO CRC-VALOR-PAGO
                   IF CRC-VALOR-PAGO >= CRC-VALOR
                       SET CRC-PAGO TO TRUE
                   END-IF
                   REWRITE CONTAREC-REG
                   ADD 1 TO WRK-QTD-APLICACOES
                   ADD WRK-CCL-VALOR-DEBITADO TO WRK-TOTAL-APLICADO
                   PERFORM 0560-GRAVAR-RECIBO-CREDITO
                   MOVE CCL-SALDO TO WRK-CRD-SALDO
               ELSE
                   MOVE ZEROS TO WRK-CRD-SALDO
               END-IF
           END-IF.

       0560-GRAVAR-RECIBO-CREDITO.

           MOVE CRC-CLIENTE TO WRK-DOC-CHAVE.
           PERFORM 7950-FORMATAR-DOCUMENTO.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'RECIBO - FATURA ' DELIMITED BY SIZE
               CRC-NUMERO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CRC-PARCELA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-DOC-ROTULO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WRK-DOC-FORMATADO DELIMITED BY SPACE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.

           MOVE WRK-CCL-VALOR-DEBITADO TO WRK-RCB-VALOR-ED.
           MOVE SPACES TO RECIBO-LINHA.
           STRING 'CREDITO APLICADO.: ' DELIMITED BY SIZE
               WRK-RCB-VALOR-ED DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-LOTECAB-DATA DELIMITED BY SIZE
               INTO RECIBO-LINHA.
           WRITE RECIBO-LINHA.

           MOVE '------------------------------------------------'
               TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYCCLPR.
