       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPDDB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS (PDD),
      **    NO FECHAMENTO DO MES, DENTRO DA JANELA DE LOTE. CADA
      **    TITULO EM ABERTO DO CONTAS A RECEBER (CONTAREC) E
      **    ENVELHECIDO PELOS DIAS CORRIDOS DE ATRASO CONTRA A
      **    DATA DO LOTE (PROGDATA, FUNCAO 'DE') E CAI EM UMA FAIXA
      **    DA TABELA PDDTAB (MANTIDA PELO PROGPARM), CUJO
      **    PERCENTUAL APLICADO AO SALDO DO TITULO DA A PDD
      **    EXIGIDA. A DIFERENCA ENTRE A PDD EXIGIDA E O SALDO JA
      **    CONTABILIZADO (PDDSALDO) E LANCADA NO RAZAO (LANCTOS):
      **    AUMENTO A DEBITO DE DESPESA COM PDD (41017) E CREDITO
      **    DA PROVISAO (11008, REDUTORA DO ATIVO); REDUCAO EM
      **    SENTIDO INVERSO. COMO O LANCAMENTO AJUSTA O SALDO AO
      **    EXIGIDO, A REEXECUCAO NO MESMO MES NAO LANCA EM DOBRO.
      **    O TITULO COM ATRASO IGUAL OU MAIOR QUE O LIMITE DO
      **    PDDCFG (NA AUSENCIA, 180 DIAS) E PROPOSTO PARA BAIXA
      **    COMO PERDA NA FILA DE QUATRO OLHOS (PENDAPRV, TIPO
      **    'B'), QUE O SUPERVISOR APROVA NO PROGAPRV; TITULO COM
      **    BAIXA JA PENDENTE NAO E PROPOSTO DE NOVO. SAI O
      **    RELATORIO PDDREL COM A PDD POR FAIXA, O AJUSTE LANCADO
      **    E OS TITULOS PROPOSTOS PARA BAIXA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCRCSL.
           COPY CPYPDDSL.
           COPY CPYPSDSL.
           SELECT PDDCFG-FILE ASSIGN TO "PDDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PDDCFG-STATUS.
           SELECT PENDAPRV-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDAPRV-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           SELECT PDDREL-FILE ASSIGN TO "PDDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PDDREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCRCFD.
       COPY CPYPDDFD.
       COPY CPYPSDFD.
       FD  PDDCFG-FILE.
       01  PDDCFG-REG.
           05  PDC-DIAS-BAIXA     PIC 9(03).

       FD  PENDAPRV-FILE.
       01  PENDAPRV-REG.
           05  PDA-TIPO           PIC X(01).
           05  PDA-DATA           PIC 9(08).
           05  PDA-HORA           PIC 9(06).
           05  PDA-SOLICITANTE    PIC X(20).
           05  PDA-CHAVE          PIC X(20).
           05  PDA-SITUACAO       PIC X(01).
           05  PDA-APROVADOR      PIC X(20).
           05  PDA-IMAGEM         PIC X(120).

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).

       FD  PDDREL-FILE.
       01  PDDREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PDDTAB-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PDDSALDO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PDDCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PENDAPRV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PDDREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CARGA-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-CARGA-FIM                  VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAREC-ABERTO            VALUE 'S'.
       77  WRK-PROPOE-BAIXA-SW    PIC X(01) VALUE 'S'.
           88  WRK-PROPOE-BAIXA               VALUE 'S'.
       77  WRK-FAIXA-ACHOU-SW     PIC X(01) VALUE 'N'.
           88  WRK-FAIXA-ACHOU                VALUE 'S'.
       77  WRK-PENDENTE-SW        PIC X(01) VALUE 'N'.
           88  WRK-JA-PENDENTE                VALUE 'S'.
      *    PARAMETROS E CONTAS DA PDD
       77  WRK-DIAS-BAIXA         PIC 9(03) VALUE 180.
       77  WRK-CONTA-DESP-PDD     PIC 9(05) VALUE 41017.
       77  WRK-CONTA-PROV-PDD     PIC 9(05) VALUE 11008.
       77  WRK-CONTA-DEBITO       PIC 9(05) VALUE ZEROS.
       77  WRK-CONTA-CREDITO      PIC 9(05) VALUE ZEROS.
       77  WRK-HISTORICO          PIC X(30) VALUE SPACES.
      *    CALCULO POR TITULO
       77  WRK-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77  WRK-DIAS-FAIXA         PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PROVISAO-TITULO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CHAVE-TITULO       PIC X(20) VALUE SPACES.
      *    TOTAIS
       77  WRK-QTD-TITULOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-FAIXA      PIC 9(05) VALUE ZEROS.
       77  WRK-VAL-SEM-FAIXA      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-PROPOSTAS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-PENDENTES   PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-SALDO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXIGIDO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-AJUSTE       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *    FAIXAS DA PDDTAB COM OS ACUMULADOS DO MES
       77  WRK-TAB-PDD-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-PDD-SUB            PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-FAIXAS-PDD.
           05  TAB-PDD OCCURS 1 TO 20 TIMES
                   DEPENDING ON WRK-TAB-PDD-QTD
                   INDEXED BY PDD-IDX.
               10  TAB-PDD-DE         PIC 9(05).
               10  TAB-PDD-ATE        PIC 9(05).
               10  TAB-PDD-PERC       PIC 9(03)V99.
               10  TAB-PDD-QTD        PIC 9(05).
               10  TAB-PDD-SALDO      PIC 9(11)V99.
               10  TAB-PDD-PROVISAO   PIC 9(11)V99.
      *    BAIXAS JA PENDENTES NA FILA DE QUATRO OLHOS
       77  WRK-TAB-PEN-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PENDENTES.
           05  TAB-PEN OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TAB-PEN-QTD
                   INDEXED BY PEN-IDX.
               10  TAB-PEN-CHAVE      PIC X(20).
      *    IMAGEM DA PENDENCIA DE BAIXA COMO PERDA (PDA-IMAGEM), LIDA
      *    PELO PROGAPRV
       01  WRK-BXP-AREA.
           05  BXP-NUMERO         PIC 9(08).
           05  BXP-PARCELA        PIC 9(02).
           05  BXP-CLIENTE        PIC X(15).
           05  BXP-VENCTO         PIC 9(08).
           05  BXP-SALDO          PIC 9(09)V99.
           05  BXP-DIAS           PIC 9(05).
           05  FILLER             PIC X(71) VALUE SPACES.
       01  WRK-LINHA-FAIXA.
           05  FILLER             PIC X(03) VALUE 'DE '.
           05  WRK-LF-DE          PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE ' A '.
           05  WRK-LF-ATE         PIC ZZZZ9.
           05  FILLER             PIC X(07) VALUE ' DIAS  '.
           05  WRK-LF-PERC        PIC ZZ9,99.
           05  FILLER             PIC X(03) VALUE '%  '.
           05  WRK-LF-QTD         PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-SALDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-PROVISAO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-BAIXA.
           05  WRK-LB-NUMERO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LB-PARCELA     PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LB-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LB-VENCTO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LB-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LB-DIAS        PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LB-SITUACAO    PIC X(20).
       COPY CPYCABWS.
       COPY CPYDTSWS.
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

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGPDDB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-CARREGAR-FAIXAS.

           IF WRK-TAB-PDD-QTD = ZEROS
               MOVE 'PROGPDDB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-PDDTAB-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'TABELA DE PERCENTUAIS DE PDD AUSENTE OU VAZIA'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT CONTAREC-FILE
               IF WRK-CONTAREC-STATUS NOT = '00'
                   MOVE 'PROGPDDB'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-CONTAREC-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CONTAS A RECEBER'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-CONTAREC-ABERTO TO TRUE
                   PERFORM 0130-LER-SALDO-PDD
                   PERFORM 0140-LER-PENDENTES
                   PERFORM 0150-ABRIR-SAIDAS

                   MOVE ZEROS TO CRC-CHAVE
                   START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
                   IF NOT WRK-FIM
                       READ CONTAREC-FILE NEXT RECORD
                           AT END SET WRK-FIM TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** LIMITE DE DIAS DE ATRASO PARA A PROPOSTA DE BAIXA COMO
      ** PERDA (PDDCFG, MANTIDO PELO PROGPARM). NA AUSENCIA DO
      ** ARQUIVO VALE O PADRAO DE 180 DIAS.
      **************************************************************
       0110-LER-PARAMETROS.

           MOVE ZEROS TO PDC-DIAS-BAIXA.
           OPEN INPUT PDDCFG-FILE.
           IF WRK-PDDCFG-STATUS NOT = '35'
               READ PDDCFG-FILE
                   AT END CONTINUE
               END-READ
               CLOSE PDDCFG-FILE
           END-IF.
           IF PDC-DIAS-BAIXA IS NUMERIC AND PDC-DIAS-BAIXA > ZEROS
               MOVE PDC-DIAS-BAIXA TO WRK-DIAS-BAIXA
           END-IF.

       0120-CARREGAR-FAIXAS.

           MOVE 'N'   TO WRK-CARGA-FIM-SW.
           MOVE ZEROS TO WRK-TAB-PDD-QTD.

           OPEN INPUT PDDTAB-FILE.
           IF WRK-PDDTAB-STATUS NOT = '35'
               READ PDDTAB-FILE
                   AT END SET WRK-CARGA-FIM TO TRUE
               END-READ
               PERFORM 0125-LER-FAIXA UNTIL WRK-CARGA-FIM
               CLOSE PDDTAB-FILE
           END-IF.

       0125-LER-FAIXA.

           IF WRK-TAB-PDD-QTD >= 20
               SET WRK-CARGA-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-TAB-PDD-QTD
               MOVE PDD-DIAS-DE    TO TAB-PDD-DE(WRK-TAB-PDD-QTD)
               MOVE PDD-DIAS-ATE   TO TAB-PDD-ATE(WRK-TAB-PDD-QTD)
               MOVE PDD-PERCENTUAL TO TAB-PDD-PERC(WRK-TAB-PDD-QTD)
               MOVE ZEROS          TO TAB-PDD-QTD(WRK-TAB-PDD-QTD)
               MOVE ZEROS          TO TAB-PDD-SALDO(WRK-TAB-PDD-QTD)
               MOVE ZEROS TO TAB-PDD-PROVISAO(WRK-TAB-PDD-QTD)
               READ PDDTAB-FILE
                   AT END SET WRK-CARGA-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** SALDO DA PDD JA CONTABILIZADO (PDDSALDO). ARQUIVO AUSENTE
      ** (PRIMEIRA EXECUCAO) EQUIVALE A SALDO ZERO.
      **************************************************************
       0130-LER-SALDO-PDD.

           MOVE ZEROS TO PSD-SALDO.
           OPEN INPUT PDDSALDO-FILE.
           IF WRK-PDDSALDO-STATUS NOT = '35'
               READ PDDSALDO-FILE
                   AT END MOVE ZEROS TO PSD-SALDO
               END-READ
               CLOSE PDDSALDO-FILE
           END-IF.
           MOVE PSD-SALDO TO WRK-SALDO-ANTERIOR.

      **************************************************************
      ** CHAVES DAS BAIXAS COMO PERDA AINDA PENDENTES NA FILA
      ** PENDAPRV, PARA O MESMO TITULO NAO SER PROPOSTO DE NOVO A
      ** CADA MES. ACIMA DA CAPACIDADE DA TABELA NENHUMA BAIXA E
      ** PROPOSTA NESTA EXECUCAO (A PDD E CALCULADA NORMALMENTE).
      **************************************************************
       0140-LER-PENDENTES.

           MOVE 'N'   TO WRK-CARGA-FIM-SW.
           MOVE ZEROS TO WRK-TAB-PEN-QTD.

           OPEN INPUT PENDAPRV-FILE.
           IF WRK-PENDAPRV-STATUS NOT = '35'
               READ PENDAPRV-FILE
                   AT END SET WRK-CARGA-FIM TO TRUE
               END-READ
               PERFORM 0145-LER-PENDENCIA UNTIL WRK-CARGA-FIM
               CLOSE PENDAPRV-FILE
           END-IF.

           IF NOT WRK-PROPOE-BAIXA
               MOVE 'PROGPDDB'               TO ABL-PROGRAMA
               MOVE '0140-LER-PENDENTES' TO ABL-PARAGRAFO
               MOVE WRK-PENDAPRV-STATUS      TO ABL-STATUS-ARQUIVO
               MOVE 'MAIS DE 200 BAIXAS PENDENTES - SEM PROPOSTAS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           END-IF.

       0145-LER-PENDENCIA.

           IF PDA-TIPO = 'B' AND PDA-SITUACAO = 'P'
               IF WRK-TAB-PEN-QTD >= 200
                   MOVE 'N' TO WRK-PROPOE-BAIXA-SW
                   SET WRK-CARGA-FIM TO TRUE
               ELSE
                   ADD 1 TO WRK-TAB-PEN-QTD
                   MOVE PDA-CHAVE TO TAB-PEN-CHAVE(WRK-TAB-PEN-QTD)
               END-IF
           END-IF.
           IF NOT WRK-CARGA-FIM
               READ PENDAPRV-FILE
                   AT END SET WRK-CARGA-FIM TO TRUE
               END-READ
           END-IF.

       0150-ABRIR-SAIDAS.

           IF WRK-PROPOE-BAIXA
               OPEN EXTEND PENDAPRV-FILE
               IF WRK-PENDAPRV-STATUS = '05' OR '35'
                   CLOSE PENDAPRV-FILE
                   OPEN OUTPUT PENDAPRV-FILE
               END-IF
           END-IF.

           OPEN OUTPUT PDDREL-FILE.
           MOVE 'PROGPDDB' TO WRK-CAB-PROGRAMA.
           MOVE 'PROVISAO PARA DEVEDORES DUVIDOSOS'
               TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE PDDREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE PDDREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'TITULOS PROPOSTOS PARA BAIXA COMO PERDA (ATRASO '
               DELIMITED BY SIZE
               'DE ' DELIMITED BY SIZE
               WRK-DIAS-BAIXA DELIMITED BY SIZE
               ' DIAS OU MAIS)' DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'FATURA/PC    CPF/CNPJ            VENCTO    '
               DELIMITED BY SIZE
               '         SALDO   DIAS  SITUACAO'
               DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.

       0200-PROCESSAR.

           IF CRC-ABERTO
               PERFORM 0210-CLASSIFICAR-TITULO
           END-IF.

           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** PDD DE UM TITULO EM ABERTO: O SALDO (VALOR MENOS O JA
      ** RECEBIDO) E ENVELHECIDO EM DIAS CORRIDOS CONTRA A DATA DO
      ** LOTE (TITULO A VENCER CONTA ZERO DIAS) E CAI NA FAIXA DA
      ** PDDTAB; TITULO FORA DE TODAS AS FAIXAS NAO E PROVISIONADO
      ** E SAI CONTADO A PARTE NO RELATORIO.
      **************************************************************
       0210-CLASSIFICAR-TITULO.

           COMPUTE WRK-SALDO-TITULO = CRC-VALOR - CRC-VALOR-PAGO.

           IF WRK-SALDO-TITULO > ZEROS
               ADD 1 TO WRK-QTD-TITULOS
               ADD WRK-SALDO-TITULO TO WRK-TOTAL-SALDO

               MOVE 'DE'             TO DTS-FUNCAO
               MOVE CRC-VCT-ANO      TO DTS-DATA1-ANO
               MOVE CRC-VCT-MES      TO DTS-DATA1-MES
               MOVE CRC-VCT-DIA      TO DTS-DATA1-DIA
               MOVE WRK-LOTECAB-DATA TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-DIAS         TO WRK-DIAS-ATRASO
               IF WRK-DIAS-ATRASO > ZEROS
                   MOVE WRK-DIAS-ATRASO TO WRK-DIAS-FAIXA
               ELSE
                   MOVE ZEROS TO WRK-DIAS-FAIXA
               END-IF

               MOVE 'N' TO WRK-FAIXA-ACHOU-SW
               SET PDD-IDX TO 1
               SEARCH TAB-PDD
                   AT END
                       CONTINUE
                   WHEN WRK-DIAS-FAIXA >= TAB-PDD-DE(PDD-IDX)
                    AND WRK-DIAS-FAIXA <= TAB-PDD-ATE(PDD-IDX)
                       SET WRK-FAIXA-ACHOU TO TRUE
               END-SEARCH

               IF WRK-FAIXA-ACHOU
                   COMPUTE WRK-PROVISAO-TITULO ROUNDED =
                       WRK-SALDO-TITULO * TAB-PDD-PERC(PDD-IDX) / 100
                   ADD 1 TO TAB-PDD-QTD(PDD-IDX)
                   ADD WRK-SALDO-TITULO TO TAB-PDD-SALDO(PDD-IDX)
                   ADD WRK-PROVISAO-TITULO
                       TO TAB-PDD-PROVISAO(PDD-IDX)
                   ADD WRK-PROVISAO-TITULO TO WRK-TOTAL-EXIGIDO
               ELSE
                   ADD 1 TO WRK-QTD-SEM-FAIXA
                   ADD WRK-SALDO-TITULO TO WRK-VAL-SEM-FAIXA
               END-IF

               IF WRK-DIAS-FAIXA >= WRK-DIAS-BAIXA
                   PERFORM 0220-PROPOR-BAIXA
               END-IF
           END-IF.

      **************************************************************
      ** PROPOSTA DE BAIXA COMO PERDA NA FILA DE QUATRO OLHOS
      ** (PENDAPRV, TIPO 'B', CHAVE FATURA/PARCELA). O SOLICITANTE
      ** E O OPERADOR DO LOTE; A IMAGEM LEVA O CLIENTE, O
      ** VENCIMENTO, O SALDO E OS DIAS DE ATRASO NA DATA DA
      ** PROPOSTA. TITULO COM BAIXA JA PENDENTE SO SAI NO
      ** RELATORIO.
      **************************************************************
       0220-PROPOR-BAIXA.

           MOVE SPACES TO WRK-CHAVE-TITULO.
           STRING CRC-NUMERO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CRC-PARCELA DELIMITED BY SIZE
               INTO WRK-CHAVE-TITULO.

           MOVE 'N' TO WRK-PENDENTE-SW.
           SET PEN-IDX TO 1.
           SEARCH TAB-PEN
               AT END
                   CONTINUE
               WHEN TAB-PEN-CHAVE(PEN-IDX) = WRK-CHAVE-TITULO
                   SET WRK-JA-PENDENTE TO TRUE
           END-SEARCH.

           EVALUATE TRUE
               WHEN WRK-JA-PENDENTE
                   MOVE 'BAIXA JA PENDENTE' TO WRK-LB-SITUACAO
                   ADD 1 TO WRK-QTD-JA-PENDENTES
               WHEN NOT WRK-PROPOE-BAIXA
                   MOVE 'NAO PROPOSTO' TO WRK-LB-SITUACAO
               WHEN OTHER
                   MOVE CRC-NUMERO       TO BXP-NUMERO
                   MOVE CRC-PARCELA      TO BXP-PARCELA
                   MOVE CRC-CLIENTE      TO BXP-CLIENTE
                   MOVE CRC-DATA-VENCTO  TO BXP-VENCTO
                   MOVE WRK-SALDO-TITULO TO BXP-SALDO
                   MOVE WRK-DIAS-FAIXA   TO BXP-DIAS
                   MOVE 'B' TO PDA-TIPO
                   ACCEPT PDA-DATA FROM DATE YYYYMMDD
                   ACCEPT PDA-HORA FROM TIME
                   IF WRK-LOTECAB-OPERADOR = SPACES
                       MOVE 'PROGPDDB' TO PDA-SOLICITANTE
                   ELSE
                       MOVE WRK-LOTECAB-OPERADOR TO PDA-SOLICITANTE
                   END-IF
                   MOVE WRK-CHAVE-TITULO TO PDA-CHAVE
                   MOVE 'P'              TO PDA-SITUACAO
                   MOVE SPACES           TO PDA-APROVADOR
                   MOVE WRK-BXP-AREA     TO PDA-IMAGEM
                   WRITE PENDAPRV-REG
                   MOVE 'PROPOSTO PARA BAIXA' TO WRK-LB-SITUACAO
                   ADD 1 TO WRK-QTD-PROPOSTAS
           END-EVALUATE.

           MOVE CRC-NUMERO       TO WRK-LB-NUMERO.
           MOVE CRC-PARCELA      TO WRK-LB-PARCELA.
           MOVE CRC-CLIENTE      TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO TO WRK-LB-DOCUMENTO.
           MOVE CRC-DATA-VENCTO  TO WRK-LB-VENCTO.
           MOVE WRK-SALDO-TITULO TO WRK-LB-SALDO.
           MOVE WRK-DIAS-FAIXA   TO WRK-LB-DIAS.
           WRITE PDDREL-LINHA FROM WRK-LINHA-BAIXA.

       0300-FINALIZAR.

           IF WRK-CONTAREC-ABERTO
               PERFORM 0310-IMPRIMIR-FAIXAS
               PERFORM 0320-LANCAR-AJUSTE
               PERFORM 0330-GRAVAR-SALDO-PDD

               CLOSE PDDREL-FILE
               IF WRK-PROPOE-BAIXA
                   CLOSE PENDAPRV-FILE
               END-IF
               CLOSE CONTAREC-FILE
           END-IF.

           DISPLAY 'PDD DO MES: ' WRK-QTD-TITULOS ' TITULO(S), '
               'EXIGIDA ' WRK-TOTAL-EXIGIDO
               ', BAIXAS PROPOSTAS ' WRK-QTD-PROPOSTAS.

      **************************************************************
      ** QUADRO DA PDD POR FAIXA DE ATRASO E TOTAIS DO MES.
      **************************************************************
       0310-IMPRIMIR-FAIXAS.

           MOVE SPACES TO PDDREL-LINHA.
           STRING 'PROPOSTAS NO MES: ' DELIMITED BY SIZE
               WRK-QTD-PROPOSTAS DELIMITED BY SIZE
               '  JA PENDENTES NA FILA: ' DELIMITED BY SIZE
               WRK-QTD-JA-PENDENTES DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.

           MOVE SPACES TO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE 'PDD POR FAIXA DE ATRASO' TO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'FAIXA DE ATRASO            PERC.    QTD'
               DELIMITED BY SIZE
               '              SALDO           PROVISAO'
               DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.

           PERFORM 0315-IMPRIMIR-FAIXA
               VARYING WRK-PDD-SUB FROM 1 BY 1
               UNTIL WRK-PDD-SUB > WRK-TAB-PDD-QTD.

           MOVE SPACES TO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE WRK-VAL-SEM-FAIXA TO WRK-TOTAL-ED.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'TITULOS FORA DAS FAIXAS: ' DELIMITED BY SIZE
               WRK-QTD-SEM-FAIXA DELIMITED BY SIZE
               '  SALDO ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE WRK-TOTAL-SALDO TO WRK-TOTAL-ED.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'SALDO EM ABERTO.........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE WRK-TOTAL-EXIGIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'PDD EXIGIDA NO MES......: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-TOTAL-ED.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'SALDO ANTERIOR DA PDD...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.

       0315-IMPRIMIR-FAIXA.

           MOVE TAB-PDD-DE(WRK-PDD-SUB)       TO WRK-LF-DE.
           MOVE TAB-PDD-ATE(WRK-PDD-SUB)      TO WRK-LF-ATE.
           MOVE TAB-PDD-PERC(WRK-PDD-SUB)     TO WRK-LF-PERC.
           MOVE TAB-PDD-QTD(WRK-PDD-SUB)      TO WRK-LF-QTD.
           MOVE TAB-PDD-SALDO(WRK-PDD-SUB)    TO WRK-LF-SALDO.
           MOVE TAB-PDD-PROVISAO(WRK-PDD-SUB) TO WRK-LF-PROVISAO.
           WRITE PDDREL-LINHA FROM WRK-LINHA-FAIXA.

      **************************************************************
      ** AJUSTE DA PDD AO VALOR EXIGIDO NO RAZAO (LANCTOS): PDD
      ** EXIGIDA MAIOR QUE O SALDO E CONSTITUIDA (DEBITO 41017,
      ** CREDITO 11008); MENOR E REVERTIDA (DEBITO 11008, CREDITO
      ** 41017). SEM DIFERENCA NAO HA LANCAMENTO.
      **************************************************************
       0320-LANCAR-AJUSTE.

           MOVE ZEROS TO WRK-VALOR-AJUSTE.
           EVALUATE TRUE
               WHEN WRK-TOTAL-EXIGIDO > WRK-SALDO-ANTERIOR
                   COMPUTE WRK-VALOR-AJUSTE =
                       WRK-TOTAL-EXIGIDO - WRK-SALDO-ANTERIOR
                   MOVE WRK-CONTA-DESP-PDD TO WRK-CONTA-DEBITO
                   MOVE WRK-CONTA-PROV-PDD TO WRK-CONTA-CREDITO
                   MOVE 'CONSTITUICAO DE PDD' TO WRK-HISTORICO
               WHEN WRK-TOTAL-EXIGIDO < WRK-SALDO-ANTERIOR
                   COMPUTE WRK-VALOR-AJUSTE =
                       WRK-SALDO-ANTERIOR - WRK-TOTAL-EXIGIDO
                   MOVE WRK-CONTA-PROV-PDD TO WRK-CONTA-DEBITO
                   MOVE WRK-CONTA-DESP-PDD TO WRK-CONTA-CREDITO
                   MOVE 'REVERSAO DE PDD' TO WRK-HISTORICO
               WHEN OTHER
                   MOVE 'SEM AJUSTE' TO WRK-HISTORICO
           END-EVALUATE.

           IF WRK-VALOR-AJUSTE > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'FINAN'            TO LAN-CENTRO-CUSTO
               MOVE WRK-CONTA-DEBITO   TO LAN-CONTA
               MOVE 'D'                TO LAN-TIPO
               MOVE WRK-VALOR-AJUSTE   TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA   TO LAN-DATA
               MOVE 'PDDREL'           TO LAN-DOCUMENTO
               MOVE WRK-HISTORICO      TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE WRK-CONTA-CREDITO  TO LAN-CONTA
               MOVE 'C'                TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

           MOVE WRK-VALOR-AJUSTE TO WRK-TOTAL-ED.
           MOVE SPACES TO PDDREL-LINHA.
           STRING 'AJUSTE LANCADO..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' (' DELIMITED BY SIZE
               WRK-HISTORICO DELIMITED BY '  '
               ')' DELIMITED BY SIZE
               INTO PDDREL-LINHA.
           WRITE PDDREL-LINHA.

      **************************************************************
      ** O SALDO DA PDD PASSA A SER O EXIGIDO DO MES.
      **************************************************************
       0330-GRAVAR-SALDO-PDD.

           MOVE WRK-TOTAL-EXIGIDO     TO PSD-SALDO.
           MOVE WRK-LOTECAB-DATA(1:6) TO PSD-ULT-COMPETENCIA.
           MOVE WRK-LOTECAB-DATA      TO PSD-DATA-ATUALIZA.
           OPEN OUTPUT PDDSALDO-FILE.
           WRITE PDDSALDO-REG.
           CLOSE PDDSALDO-FILE.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
