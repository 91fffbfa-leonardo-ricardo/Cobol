      **               EXCECOES OU DA FILA PENDAPRV, A SESSAO E
      **               RECUSADA SEM REGRAVAR NADA, PARA NAO PERDER
      **               A CAUDA DOS ARQUIVOS NA REGRAVACAO.
      **  15/10/2026 LR - EMPALTER GANHA A FILIAL, O CENTRO DE CUSTO E
      **               O CARGO ANTERIORES E NOVOS, PARA AS
      **               TRANSFERENCIAS SAIREM NO ARQUIVO MENSAL DE
      **               MOVIMENTACAO DO GOVERNO (PROGMOVB).
      **  15/10/2026 LR - NOVO TIPO 'B' (BAIXA COMO PERDA, PROPOSTA
      **               PELO PROGPDDB): A APROVACAO PASSA O TITULO
      **               AINDA ABERTO DO CONTAREC PARA 'W' E LANCA O
      **               SALDO NO RAZAO CONTRA A PDD (DEBITO 11008 ATE
      **               O SALDO DO PDDSALDO, O EXCEDENTE EM DESPESA
      **               41017, CREDITO DE CLIENTES 11002); A
      **               REJEICAO SO ENCERRA A PENDENCIA.
      **  15/10/2026 LR - NOVO TIPO 'L' (LIBERACAO DE TITULO A PAGAR
      **               BLOQUEADO POR DIVERGENCIA ENTRE NOTA, PEDIDO E
      **               RECEBIMENTO, PROPOSTA PELO PROGCPGB): A
      **               APROVACAO PASSA O TITULO DE 'B' PARA 'A',
      **               LIBERANDO-O PARA O PROGPAGB; A REJEICAO MANTEM
      **               O TITULO BLOQUEADO PARA COMPRAS RESOLVER COM O
      **               FORNECEDOR.
      **  15/10/2026 LR - NOVO TIPO 'D' (PEDIDO DE REEMBOLSO DE
      **               DESPESAS DE EMPREGADO, DIGITADO NO PROGRMBM):
      **               SO O SUPERVISOR INDICADO NO PEDIDO APROVA. O
      **               PEDIDO PAGO NA FOLHA FICA 'A' PARA O PROGTEPB;
      **               O PAGO POR TITULO GERA O TITULO 'R' NO
      **               CONTAPAG E LANCA A DESPESA NO CENTRO DE CUSTO
      **               DO EMPREGADO (D 41019 / C 21003). A REJEICAO
      **               PASSA O PEDIDO PARA 'R'.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT EMPALTER-FILE ASSIGN TO "EMPALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPALTER-STATUS.
           COPY CPYCRCSL.
           COPY CPYPSDSL.
           COPY CPYCPGSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYRMBSL.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYABLSL.
           05  EMPALTER-SALARIO-ANT   PIC 9(06)V99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-SALARIO-NOVO  PIC 9(06)V99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-FILIAL-ANT    PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-FILIAL-NOVA   PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CCUSTO-ANT    PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CCUSTO-NOVO   PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CARGO-ANT     PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CARGO-NOVO    PIC X(04).
       COPY CPYCRCFD.
       COPY CPYPSDFD.
       COPY CPYCPGFD.
       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYRMBFD.
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYABLFD.
       77  WRK-EMPALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PDDSALDO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-REEMBOLS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CARGA-FIM-SW       PIC X(01) VALUE 'N'.
           05  WEX-MOTIVO         PIC X(40).
           05  WEX-STATUS         PIC X(01).
           05  WEX-IMAGEM         PIC X(120).
      *    BAIXA COMO PERDA (TIPO 'B'): IMAGEM GRAVADA PELO PROGPDDB
      *    E CONTAS DO LANCAMENTO
       01  WRK-BXP-AREA.
           05  BXP-NUMERO         PIC 9(08).
           05  BXP-PARCELA        PIC 9(02).
           05  BXP-CLIENTE        PIC X(15).
           05  BXP-VENCTO         PIC 9(08).
           05  BXP-SALDO          PIC 9(09)V99.
           05  BXP-DIAS           PIC 9(05).
           05  FILLER             PIC X(71) VALUE SPACES.
       77  WRK-CONTA-PROV-PDD     PIC 9(05) VALUE 11008.
       77  WRK-CONTA-DESP-PDD     PIC 9(05) VALUE 41017.
       77  WRK-CONTA-CLIENTES     PIC 9(05) VALUE 11002.
       77  WRK-SALDO-BAIXA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONSUMO-PDD        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-EXCEDENTE-PDD      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DOCUMENTO-BAIXA    PIC X(10) VALUE SPACES.
      *    LIBERACAO DE TITULO A PAGAR BLOQUEADO (TIPO 'L'): IMAGEM
      *    GRAVADA PELO PROGCPGB
       01  WRK-LIB-AREA.
           05  LIB-NUMERO         PIC 9(08).
           05  LIB-FORNECEDOR     PIC X(14).
           05  LIB-DOCUMENTO      PIC X(10).
           05  LIB-OCOMPRA        PIC 9(06).
           05  LIB-VALOR          PIC 9(09)V99.
           05  LIB-MOTIVO         PIC X(40).
           05  FILLER             PIC X(31) VALUE SPACES.
      *    REEMBOLSO DE DESPESAS (TIPO 'D'): IMAGEM GRAVADA PELO
      *    PROGRMBM, TITULO A PAGAR E CONTAS DO LANCAMENTO
       01  WRK-RMP-AREA.
           05  RMP-MATRICULA      PIC 9(05).
           05  RMP-NUMERO         PIC 9(05).
           05  RMP-VALOR-TOTAL    PIC 9(07)V99.
           05  RMP-FORMA-PAGTO    PIC X(01).
           05  RMP-SUPERVISOR     PIC X(20).
           05  FILLER             PIC X(80) VALUE SPACES.
       77  WRK-CONTA-DESP-REEMB   PIC 9(05) VALUE 41019.
       77  WRK-CONTA-FORN-PAGAR   PIC 9(05) VALUE 21003.
       77  WRK-PROX-NUMERO        PIC 9(08) VALUE 1.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                VALUE 'S'.
       77  WRK-TITULO-GERADO-SW   PIC X(01) VALUE 'N'.
           88  WRK-TITULO-GERADO            VALUE 'S'.
       77  WRK-CCUSTO-REEMB       PIC X(05) VALUE SPACES.
       77  WRK-TOTAL-REEMB-ED     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       COPY CPYDTSWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
      ** APROVACAO: O APROVADOR NAO PODE SER O SOLICITANTE. TIPO
      ** 'E' REGRAVA O EMPREGAD COM O REGISTRO PROPOSTO E GRAVA O
      ** EMPALTER COM OS VALORES ANTIGO E NOVO; TIPO 'X' LIBERA A
      ** EXCECAO 'V' PARA 'C'; TIPO 'B' BAIXA O TITULO COMO PERDA;
      ** TIPO 'L' LIBERA O TITULO A PAGAR BLOQUEADO; TIPO 'D'
      ** APROVA O PEDIDO DE REEMBOLSO DE DESPESAS.
      ** AS DUAS IDENTIDADES VAO PARA A TRILHA DE AUDITORIA.
      **************************************************************
       0220-APROVAR-PENDENCIA.

                       PERFORM 0240-APROVAR-EMPREGADO
                   WHEN WPA-TIPO = 'X'
                       PERFORM 0250-APROVAR-EXCECAO
                   WHEN WPA-TIPO = 'B'
                       PERFORM 0270-APROVAR-BAIXA-PERDA
                   WHEN WPA-TIPO = 'L'
                       PERFORM 0280-APROVAR-LIBERACAO
                   WHEN WPA-TIPO = 'D'
                       PERFORM 0290-APROVAR-REEMBOLSO
                   WHEN OTHER
                       DISPLAY 'TIPO DE PENDENCIA DESCONHECIDO.'
               END-EVALUATE
                   IF WPA-TIPO = 'X'
                       PERFORM 0260-REABRIR-EXCECAO
                   END-IF
                   IF WPA-TIPO = 'D'
                       PERFORM 0298-REJEITAR-REEMBOLSO
                   END-IF
                   MOVE 'R'           TO WPA-SITUACAO
                   MOVE WRK-APROVADOR TO WPA-APROVADOR
                   MOVE WRK-PDA-AREA  TO TAB-PDA-IMAGEM(WRK-ESCOLHA)
           MOVE EMP-MESENTRADA TO EMPALTER-ENT-ANT-MES.
           MOVE EMP-DIAENTRADA TO EMPALTER-ENT-ANT-DIA.
           MOVE EMP-SALARIO    TO EMPALTER-SALARIO-ANT.
           MOVE EMP-FILIAL     TO EMPALTER-FILIAL-ANT.
           MOVE EMP-CENTRO-CUSTO TO EMPALTER-CCUSTO-ANT.
           MOVE EMP-CARGO      TO EMPALTER-CARGO-ANT.

           MOVE WPA-IMAGEM(1:87) TO EMPREGADO-REG.

           MOVE EMP-MESENTRADA TO EMPALTER-ENT-NOVA-MES.
           MOVE EMP-DIAENTRADA TO EMPALTER-ENT-NOVA-DIA.
           MOVE EMP-SALARIO    TO EMPALTER-SALARIO-NOVO.
           MOVE EMP-FILIAL     TO EMPALTER-FILIAL-NOVA.
           MOVE EMP-CENTRO-CUSTO TO EMPALTER-CCUSTO-NOVO.
           MOVE EMP-CARGO      TO EMPALTER-CARGO-NOVO.
           WRITE EMPALTER-REG.
           CLOSE EMPALTER-FILE.

           MOVE 'A' TO WRK-ACAO-EXCECAO.
           PERFORM 8300-ATUALIZAR-EXCECAO.

      **************************************************************
      ** BAIXA COMO PERDA: O TITULO DA PENDENCIA SO E BAIXADO SE
      ** AINDA ESTIVER EM ABERTO NO CONTAREC (PODE TER SIDO PAGO
      ** DEPOIS DA PROPOSTA); O SALDO BAIXADO E O DO MOMENTO DA
      ** APROVACAO.
      **************************************************************
       0270-APROVAR-BAIXA-PERDA.

           MOVE WPA-IMAGEM TO WRK-BXP-AREA.

           OPEN I-O CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS NOT = '00'
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL.'
           ELSE
               MOVE BXP-NUMERO  TO CRC-NUMERO
               MOVE BXP-PARCELA TO CRC-PARCELA
               READ CONTAREC-FILE
                   INVALID KEY
                       DISPLAY 'TITULO DA PENDENCIA NAO EXISTE MAIS '
                           'NO CONTAS A RECEBER.'
                   NOT INVALID KEY
                       IF CRC-ABERTO
                           PERFORM 0275-EFETIVAR-BAIXA-PERDA
                       ELSE
                           DISPLAY 'TITULO NAO ESTA MAIS EM ABERTO - '
                               'REJEITE A PENDENCIA.'
                       END-IF
               END-READ
               CLOSE CONTAREC-FILE
           END-IF.

      **************************************************************
      ** O TITULO PASSA A 'W' E O SALDO E LANCADO NO RAZAO
      ** (LANCTOS) CONTRA A PDD: DEBITO DA PROVISAO (11008) ATE O
      ** SALDO DISPONIVEL NO PDDSALDO, QUE E REDUZIDO DO QUE FOI
      ** CONSUMIDO; O QUE A PDD NAO COBRIR VAI A DEBITO DA DESPESA
      ** COM PDD (41017). CREDITO DE CLIENTES (11002) PELO SALDO.
      **************************************************************
       0275-EFETIVAR-BAIXA-PERDA.

           COMPUTE WRK-SALDO-BAIXA = CRC-VALOR - CRC-VALOR-PAGO.
           SET CRC-BAIXADO-PERDA TO TRUE.
           REWRITE CONTAREC-REG.

           MOVE ZEROS TO PSD-SALDO.
           MOVE ZEROS TO PSD-ULT-COMPETENCIA.
           OPEN INPUT PDDSALDO-FILE.
           IF WRK-PDDSALDO-STATUS NOT = '35'
               READ PDDSALDO-FILE
                   AT END MOVE ZEROS TO PSD-SALDO
               END-READ
               CLOSE PDDSALDO-FILE
           END-IF.

           IF WRK-SALDO-BAIXA > PSD-SALDO
               MOVE PSD-SALDO TO WRK-CONSUMO-PDD
           ELSE
               MOVE WRK-SALDO-BAIXA TO WRK-CONSUMO-PDD
           END-IF.
           COMPUTE WRK-EXCEDENTE-PDD =
               WRK-SALDO-BAIXA - WRK-CONSUMO-PDD.

           IF WRK-SALDO-BAIXA > ZEROS
               MOVE SPACES TO WRK-DOCUMENTO-BAIXA
               STRING CRC-NUMERO DELIMITED BY SIZE
                   CRC-PARCELA DELIMITED BY SIZE
                   INTO WRK-DOCUMENTO-BAIXA

               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF
               MOVE 'FINAN'             TO LAN-CENTRO-CUSTO
               MOVE WRK-DATAHOJE        TO LAN-DATA
               MOVE WRK-DOCUMENTO-BAIXA TO LAN-DOCUMENTO

               IF WRK-CONSUMO-PDD > ZEROS
                   MOVE WRK-CONTA-PROV-PDD TO LAN-CONTA
                   MOVE 'D'                TO LAN-TIPO
                   MOVE WRK-CONSUMO-PDD    TO LAN-VALOR
                   MOVE 'BAIXA DE TITULO CONTRA A PDD'
                       TO LAN-HISTORICO
                   WRITE LANCTO-REG
               END-IF
               IF WRK-EXCEDENTE-PDD > ZEROS
                   MOVE WRK-CONTA-DESP-PDD TO LAN-CONTA
                   MOVE 'D'                TO LAN-TIPO
                   MOVE WRK-EXCEDENTE-PDD  TO LAN-VALOR
                   MOVE 'PERDA SEM COBERTURA DA PDD'
                       TO LAN-HISTORICO
                   WRITE LANCTO-REG
               END-IF
               MOVE WRK-CONTA-CLIENTES TO LAN-CONTA
               MOVE 'C'                TO LAN-TIPO
               MOVE WRK-SALDO-BAIXA    TO LAN-VALOR
               MOVE 'BAIXA DE TITULO COMO PERDA' TO LAN-HISTORICO
               WRITE LANCTO-REG
               CLOSE LANCTOS-FILE

               IF WRK-CONSUMO-PDD > ZEROS
                   SUBTRACT WRK-CONSUMO-PDD FROM PSD-SALDO
                   MOVE WRK-DATAHOJE TO PSD-DATA-ATUALIZA
                   OPEN OUTPUT PDDSALDO-FILE
                   WRITE PDDSALDO-REG
                   CLOSE PDDSALDO-FILE
               END-IF
           END-IF.

           MOVE 'A'           TO WPA-SITUACAO.
           MOVE WRK-APROVADOR TO WPA-APROVADOR.
           MOVE WRK-PDA-AREA  TO TAB-PDA-IMAGEM(WRK-ESCOLHA).
           SET WRK-ALTEROU TO TRUE.
           ADD 1 TO WRK-QTD-APROVADAS.
           PERFORM 9400-AUDITAR-DECISAO.
           DISPLAY 'TITULO BAIXADO COMO PERDA.'.

      **************************************************************
      ** LIBERACAO DO TITULO A PAGAR BLOQUEADO: SO SE AINDA ESTIVER
      ** BLOQUEADO NO CONTAPAG, PASSA A 'A' E ENTRA NA PROXIMA
      ** SELECAO DO PROGPAGB PELO VENCIMENTO ORIGINAL.
      **************************************************************
       0280-APROVAR-LIBERACAO.

           MOVE WPA-IMAGEM TO WRK-LIB-AREA.
           DISPLAY 'TITULO ' LIB-NUMERO ' FORNECEDOR ' LIB-FORNECEDOR
               ' PEDIDO ' LIB-OCOMPRA.
           DISPLAY 'DIVERGENCIA: ' LIB-MOTIVO.

           OPEN I-O CONTAPAG-FILE.
           IF WRK-CONTAPAG-STATUS NOT = '00'
               DISPLAY 'CONTAS A PAGAR INDISPONIVEL.'
           ELSE
               MOVE LIB-NUMERO TO CPG-NUMERO
               READ CONTAPAG-FILE
                   INVALID KEY
                       DISPLAY 'TITULO DA PENDENCIA NAO EXISTE MAIS '
                           'NO CONTAS A PAGAR.'
                   NOT INVALID KEY
                       IF CPG-BLOQUEADO
                           PERFORM 0285-EFETIVAR-LIBERACAO
                       ELSE
                           DISPLAY 'TITULO NAO ESTA MAIS BLOQUEADO - '
                               'REJEITE A PENDENCIA.'
                       END-IF
               END-READ
               CLOSE CONTAPAG-FILE
           END-IF.

       0285-EFETIVAR-LIBERACAO.

           SET CPG-ABERTO TO TRUE.
           REWRITE CONTAPAG-REG.

           MOVE 'A'           TO WPA-SITUACAO.
           MOVE WRK-APROVADOR TO WPA-APROVADOR.
           MOVE WRK-PDA-AREA  TO TAB-PDA-IMAGEM(WRK-ESCOLHA).
           SET WRK-ALTEROU TO TRUE.
           ADD 1 TO WRK-QTD-APROVADAS.
           PERFORM 9400-AUDITAR-DECISAO.
           DISPLAY 'TITULO LIBERADO PARA PAGAMENTO.'.

      **************************************************************
      ** APROVACAO DO PEDIDO DE REEMBOLSO: SO O SUPERVISOR INDICADO
      ** NO PEDIDO (RMB-SUPERVISOR) PODE APROVA-LO, E SO SE O
      ** PEDIDO AINDA ESTIVER PENDENTE NO REEMBOLS.
      **************************************************************
       0290-APROVAR-REEMBOLSO.

           MOVE WPA-IMAGEM TO WRK-RMP-AREA.
           MOVE RMP-VALOR-TOTAL TO WRK-TOTAL-REEMB-ED.
           DISPLAY 'REEMBOLSO MATRICULA ' RMP-MATRICULA
               ' PEDIDO ' RMP-NUMERO ' TOTAL ' WRK-TOTAL-REEMB-ED
               ' FORMA ' RMP-FORMA-PAGTO.

           IF WRK-APROVADOR NOT = RMP-SUPERVISOR
               DISPLAY 'SO O SUPERVISOR INDICADO (' RMP-SUPERVISOR
                   ') APROVA ESTE PEDIDO.'
               MOVE WRK-APROVADOR TO AUD-USUARIO
               MOVE ZEROS         TO AUD-NIVEL
               MOVE 'APROVACAO RECUSADA - NAO E O SUPERVISOR'
                   TO AUD-RESULTADO
               PERFORM 9200-GRAVAR-AUDITORIA
           ELSE
               OPEN I-O REEMBOLS-FILE
               IF WRK-REEMBOLS-STATUS NOT = '00'
                   DISPLAY 'PEDIDOS DE REEMBOLSO INDISPONIVEIS.'
               ELSE
                   MOVE RMP-MATRICULA TO RMB-MATRICULA
                   MOVE RMP-NUMERO    TO RMB-NUMERO
                   READ REEMBOLS-FILE
                       INVALID KEY
                           DISPLAY 'PEDIDO DA PENDENCIA NAO EXISTE '
                               'MAIS NO REEMBOLS.'
                       NOT INVALID KEY
                           IF RMB-PENDENTE
                               PERFORM 0292-EFETIVAR-REEMBOLSO
                           ELSE
                               DISPLAY 'PEDIDO NAO ESTA MAIS '
                                   'PENDENTE - REJEITE A PENDENCIA.'
                           END-IF
                   END-READ
                   CLOSE REEMBOLS-FILE
               END-IF
           END-IF.

      **************************************************************
      ** PEDIDO PAGO NA FOLHA FICA APROVADO ('A') ATE O PROGTEPB O
      ** PAGAR; PEDIDO PAGO POR TITULO SO E APROVADO SE O TITULO
      ** FOR GERADO, E JA SAI COMO PAGAMENTO GERADO ('G') COM O
      ** NUMERO DO TITULO NA REFERENCIA.
      **************************************************************
       0292-EFETIVAR-REEMBOLSO.

           MOVE 'N' TO WRK-TITULO-GERADO-SW.
           IF RMB-PAGTO-TITULO
               PERFORM 0294-GERAR-TITULO-REEMBOLSO
           END-IF.

           IF RMB-PAGTO-TITULO AND NOT WRK-TITULO-GERADO
               DISPLAY 'TITULO NAO GERADO - PEDIDO MANTIDO PENDENTE.'
           ELSE
               IF WRK-TITULO-GERADO
                   SET RMB-PAGO TO TRUE
                   MOVE CPG-NUMERO TO RMB-REFERENCIA
               ELSE
                   SET RMB-APROVADO TO TRUE
               END-IF
               MOVE WRK-APROVADOR TO RMB-APROVADOR
               MOVE WRK-DATAHOJE  TO RMB-DATA-DECISAO
               REWRITE REEMBOLSO-REG

               MOVE 'A'           TO WPA-SITUACAO
               MOVE WRK-APROVADOR TO WPA-APROVADOR
               MOVE WRK-PDA-AREA  TO TAB-PDA-IMAGEM(WRK-ESCOLHA)
               SET WRK-ALTEROU TO TRUE
               ADD 1 TO WRK-QTD-APROVADAS
               PERFORM 9400-AUDITAR-DECISAO
               IF WRK-TITULO-GERADO
                   DISPLAY 'REEMBOLSO APROVADO - TITULO A PAGAR '
                       CPG-NUMERO ' GERADO.'
               ELSE
                   DISPLAY 'REEMBOLSO APROVADO - SERA PAGO NA '
                       'PROXIMA FOLHA.'
               END-IF
           END-IF.

      **************************************************************
      ** TITULO DE REEMBOLSO NO CONTAS A PAGAR (ORIGEM 'R'), COM A
      ** MATRICULA NO LUGAR DO FORNECEDOR E A CHAVE DO PEDIDO NO
      ** DOCUMENTO, VENCENDO NO PROXIMO DIA UTIL, PARA O PROGPAGB
      ** PAGAR COM OS DEMAIS. A DESPESA E LANCADA NO CENTRO DE
      ** CUSTO DO EMPREGADO (D 41019 / C 21003).
      **************************************************************
       0294-GERAR-TITULO-REEMBOLSO.

           MOVE 'FOLHA' TO WRK-CCUSTO-REEMB.
           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS = '00'
               MOVE RMB-MATRICULA TO EMP-MATRICULA
               READ EMPREGADOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-CENTRO-CUSTO TO WRK-CCUSTO-REEMB
               END-READ
               CLOSE EMPREGADOS-FILE
           END-IF.

           OPEN I-O CONTAPAG-FILE.
           IF WRK-CONTAPAG-STATUS = '35'
               CLOSE CONTAPAG-FILE
               OPEN OUTPUT CONTAPAG-FILE
               CLOSE CONTAPAG-FILE
               OPEN I-O CONTAPAG-FILE
           END-IF.
           IF WRK-CONTAPAG-STATUS NOT = '00'
               DISPLAY 'CONTAS A PAGAR INDISPONIVEL.'
           ELSE
               PERFORM 8700-DERIVAR-PROXIMO-TITULO
               PERFORM 8800-DERIVAR-VENCIMENTO
               MOVE WRK-PROX-NUMERO  TO CPG-NUMERO
               MOVE RMB-MATRICULA    TO CPG-FORNECEDOR
               SET CPG-TIPO-REEMBOLSO TO TRUE
               MOVE RMB-CHAVE        TO CPG-DOCUMENTO
               MOVE WRK-DATAHOJE     TO CPG-DATA-EMISSAO
               MOVE DTS-DATA1        TO CPG-DATA-VENCTO
               MOVE RMB-VALOR-TOTAL  TO CPG-VALOR
               MOVE ZEROS            TO CPG-VALOR-PAGO
               MOVE ZEROS            TO CPG-ICMS-CREDITO
               MOVE SPACES           TO CPG-OCORRENCIA-DEV
               MOVE SPACES           TO CPG-MOTIVO-DEV
               SET CPG-ABERTO        TO TRUE
               WRITE CONTAPAG-REG
                   INVALID KEY
                       DISPLAY 'FALHA NA GRAVACAO DO TITULO A PAGAR.'
                   NOT INVALID KEY
                       SET WRK-TITULO-GERADO TO TRUE
                       PERFORM 0296-LANCAR-REEMBOLSO
               END-WRITE
               CLOSE CONTAPAG-FILE
           END-IF.

       0296-LANCAR-REEMBOLSO.

           OPEN EXTEND LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS = '05' OR '35'
               CLOSE LANCTOS-FILE
               OPEN OUTPUT LANCTOS-FILE
           END-IF.
           MOVE WRK-CCUSTO-REEMB     TO LAN-CENTRO-CUSTO.
           MOVE WRK-DATAHOJE         TO LAN-DATA.
           MOVE RMB-CHAVE            TO LAN-DOCUMENTO.
           MOVE 'REEMBOLSO DE DESPESAS' TO LAN-HISTORICO.
           MOVE RMB-VALOR-TOTAL      TO LAN-VALOR.
           MOVE WRK-CONTA-DESP-REEMB TO LAN-CONTA.
           MOVE 'D'                  TO LAN-TIPO.
           WRITE LANCTO-REG.
           MOVE WRK-CONTA-FORN-PAGAR TO LAN-CONTA.
           MOVE 'C'                  TO LAN-TIPO.
           WRITE LANCTO-REG.
           CLOSE LANCTOS-FILE.

      **************************************************************
      ** REJEICAO DO PEDIDO DE REEMBOLSO: O PEDIDO AINDA PENDENTE
      ** PASSA A 'R', COM QUEM REJEITOU E A DATA.
      **************************************************************
       0298-REJEITAR-REEMBOLSO.

           MOVE WPA-IMAGEM TO WRK-RMP-AREA.
           OPEN I-O REEMBOLS-FILE.
           IF WRK-REEMBOLS-STATUS = '00'
               MOVE RMP-MATRICULA TO RMB-MATRICULA
               MOVE RMP-NUMERO    TO RMB-NUMERO
               READ REEMBOLS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RMB-PENDENTE
                           SET RMB-REJEITADO TO TRUE
                           MOVE WRK-APROVADOR TO RMB-APROVADOR
                           MOVE WRK-DATAHOJE  TO RMB-DATA-DECISAO
                           REWRITE REEMBOLSO-REG
                       END-IF
               END-READ
               CLOSE REEMBOLS-FILE
           END-IF.

       0300-FINALIZAR.

           IF WRK-ALTEROU
           MOVE TAB-PDA-IMAGEM(WRK-PDA-SUB) TO PENDAPRV-REG.
           WRITE PENDAPRV-REG.

      **************************************************************
      ** DERIVA O PROXIMO NUMERO LIVRE DE TITULO, COMO NO PROGCPGB.
      **************************************************************
       8700-DERIVAR-PROXIMO-TITULO.

           MOVE 1   TO WRK-PROX-NUMERO.
           MOVE 'N' TO WRK-VARRE-FIM-SW.

           MOVE ZEROS TO CPG-NUMERO.
           START CONTAPAG-FILE KEY IS NOT LESS THAN CPG-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 8710-VARRER-TITULOS UNTIL WRK-VARRE-FIM.

       8710-VARRER-TITULOS.

           READ CONTAPAG-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   COMPUTE WRK-PROX-NUMERO = CPG-NUMERO + 1
           END-READ.

      **************************************************************
      ** VENCIMENTO DO TITULO DE REEMBOLSO: HOJE, EMPURRADO PARA O
      ** PROXIMO DIA UTIL QUANDO NAO FOR (FUNCOES 'DU' E 'PU' DO
      ** PROGDATA). O RESULTADO FICA EM DTS-DATA1.
      **************************************************************
       8800-DERIVAR-VENCIMENTO.

           MOVE 'DU'         TO DTS-FUNCAO.
           MOVE WRK-DATAHOJE TO DTS-DATA1.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           IF DTS-DIA-NAO-UTIL
               MOVE 'PU' TO DTS-FUNCAO
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL TO DTS-DATA1
           END-IF.

      **************************************************************
      ** TRILHA DE AUDITORIA DA DECISAO, COM AS DUAS IDENTIDADES
      ** (SOLICITANTE E APROVADOR) NO RESULTADO.
