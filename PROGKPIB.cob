       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGKPIB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: PAINEL MENSAL DE INDICADORES DA DIRETORIA, EM UMA
      **    PAGINA (KPIREL) E EM CSV (KPICSV, ACUMULADO MES A MES),
      **    JUNTANDO OS NUMEROS QUE HOJE ESTAO ESPALHADOS NOS
      **    RELATORIOS DE CADA SUBSISTEMA. PARA CADA INDICADOR SAEM
      **    O MES DO LOTE, O MES ANTERIOR, O MESMO MES DO ANO
      **    ANTERIOR E O ACUMULADO DO ANO:
      **    - VENDAS E ATINGIMENTO DA META (VENDDIA X METAS);
      **    - MARGEM BRUTA (CMVHIST);
      **    - PRAZO MEDIO DE RECEBIMENTO, PONDERADO PELO VALOR
      **      (PAGTOS X EMISSAO DO TITULO NO CONTAREC);
      **    - PERCENTUAL VENCIDO DA CARTEIRA A RECEBER (CONTAREC);
      **    - CUSTO DA FOLHA POR FUNCIONARIO (BRUTO DO FOLHAHIS);
      **    - FRETE SOBRE VENDAS (TITULOS DE FRETE DO CONTAPAG);
      **    - ENTREGAS NO PRAZO (EMBARQUE, PRAZO DO EMBCFG, PADRAO 5
      **      DIAS, O MESMO DO PROGEMBA);
      **    - POSICAO DE CAIXA (BANCOS 11001 NO FECHSNAP, OU
      **      SALDOCTA MAIS PENDENTES COM O MES ABERTO) CONTRA A
      **      PREVISAO FEITA ANTES DO INICIO DO MES (FLUXPREV);
      **    - ALUNOS MATRICULADOS E TAXA DE APROVACAO (MATRALUN E
      **      RESULANO).
      **    OS INDICADORES DE ARQUIVOS DATADOS SAO RECALCULADOS PARA
      **    TODOS OS MESES A CADA EXECUCAO. OS QUE SO EXISTEM COMO
      **    FOTOGRAFIA DO MOMENTO (CARTEIRA VENCIDA E ESCOLA) TEM OS
      **    MESES ANTERIORES LIDOS DO HISTORICO DO PAINEL (KPIHIST),
      **    ONDE CADA EXECUCAO GUARDA O NUMERADOR E O DENOMINADOR DE
      **    TODOS OS INDICADORES DA COMPETENCIA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVDDSL.
           SELECT METAS-FILE ASSIGN TO "METAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-METAS-STATUS.
           COPY CPYCMVSL.
           SELECT PAGTOS-FILE ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGTOS-STATUS.
           COPY CPYCRCSL.
           COPY CPYFHSSL.
           COPY CPYCPGSL.
           COPY CPYEMBSL.
           SELECT EMBCFG-FILE ASSIGN TO "EMBCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMBCFG-STATUS.
           SELECT FECHSNAP-FILE ASSIGN TO "FECHSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHSNAP-STATUS.
           SELECT SALDOCTA-FILE ASSIGN TO "SALDOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CONTA
               FILE STATUS IS WRK-SALDOCTA-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYFXPSL.
           COPY CPYMATSL.
           SELECT RESULANO-FILE ASSIGN TO "RESULANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESULANO-STATUS.
           SELECT KPIHIST-FILE ASSIGN TO "KPIHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPH-CHAVE
               FILE STATUS IS WRK-KPIHIST-STATUS.
           SELECT KPIREL-FILE ASSIGN TO "KPIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KPIREL-STATUS.
           SELECT KPICSV-FILE ASSIGN TO "KPICSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KPICSV-STATUS.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYVDDFD.

       FD  METAS-FILE.
       01  METAS-REG.
           05  MET-ANOMES         PIC 9(06).
           05  MET-VALOR-META     PIC 9(09)V99.
           05  MET-QTD-META       PIC 9(05).
       COPY CPYCMVFD.

       FD  PAGTOS-FILE.
       01  PAGTO-REG.
           05  PAG-NUMERO         PIC 9(08).
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).
       COPY CPYCRCFD.
       COPY CPYFHSFD.
       COPY CPYCPGFD.
       COPY CPYEMBFD.

       FD  EMBCFG-FILE.
       01  EMBCFG-REG.
           05  ECF-DIAS-LIMITE    PIC 9(03).

       FD  FECHSNAP-FILE.
       01  FECHSNAP-REG.
           05  FSN-ANOMES      PIC 9(06).
           05  FSN-CONTA       PIC 9(05).
           05  FSN-SALDO       PIC S9(09)V99.

       FD  SALDOCTA-FILE.
       01  SALDOCTA-REG.
           05  SCT-CONTA       PIC 9(05).
           05  SCT-SALDO       PIC S9(09)V99.

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYFXPFD.
       COPY CPYMATFD.

       FD  RESULANO-FILE.
       01  RESULANO-REG.
           05  RSA-MATRICULA      PIC 9(06).
           05  RSA-MEDIA-ANO      PIC 9(02)V9.
           05  RSA-SITUACAO       PIC X(20).

       FD  KPIHIST-FILE.
       01  KPIHIST-REG.
           05  KPH-CHAVE.
               10  KPH-ANOMES     PIC 9(06).
               10  KPH-INDICADOR  PIC 9(02).
           05  KPH-NUMERADOR      PIC S9(13)V99.
           05  KPH-DENOMINADOR    PIC S9(13)V99.

       FD  KPIREL-FILE.
       01  KPIREL-LINHA           PIC X(132).

       FD  KPICSV-FILE.
       01  KPICSV-LINHA           PIC X(150).
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-VDD-STATUS         PIC X(02) VALUE SPACES.
       77  WRK-METAS-STATUS       PIC X(02) VALUE SPACES.
       77  WRK-CMVHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PAGTOS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FOLHAHIS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMBCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FECHSNAP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SALDOCTA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FLUXPREV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RESULANO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-KPIHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-KPIREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-KPICSV-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM                    VALUE 'S'.
       77  WRK-CONTA-BANCOS       PIC 9(05) VALUE 11001.
       77  WRK-DIAS-LIMITE        PIC 9(03) VALUE 5.
      **************************************************************
      ** COMPETENCIAS DO PAINEL: A DO LOTE, A ANTERIOR E A DO MESMO
      ** MES DO ANO ANTERIOR; O ACUMULADO VAI DE JANEIRO ATE A DO
      ** LOTE.
      **************************************************************
       77  WRK-ANOMES-ATUAL       PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-ANO-ANT     PIC 9(06) VALUE ZEROS.
       77  WRK-INICIO-MES         PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-MES            PIC 9(08) VALUE ZEROS.
       01  WRK-ANOMES-MOV         PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-MOV-R REDEFINES WRK-ANOMES-MOV.
           05  WRK-MOV-ANO        PIC 9(04).
           05  WRK-MOV-MES        PIC 9(02).
      **************************************************************
      ** INDICADORES: NOME, UNIDADE, TIPO ('V' VALOR SOMADO, 'P'
      ** PERCENTUAL DO NUMERADOR SOBRE O DENOMINADOR, 'M' NUMERADOR
      ** DIVIDIDO PELO DENOMINADOR) E ORIGEM DOS MESES ANTERIORES
      ** ('R' RECALCULADO DOS ARQUIVOS, 'H' HISTORICO DO PAINEL).
      ** SALDOS E QUANTIDADES ENTRAM COM DENOMINADOR 1 POR MES, E O
      ** ACUMULADO DELES SAI COMO A MEDIA DOS MESES DO ANO.
      **************************************************************
       01  WRK-INDICADORES.
           05  FILLER PIC X(34) VALUE 'VENDAS'.
           05  FILLER PIC X(06) VALUE 'R$  VR'.
           05  FILLER PIC X(34) VALUE 'ATINGIMENTO DA META DE VENDAS'.
           05  FILLER PIC X(06) VALUE '%   PR'.
           05  FILLER PIC X(34) VALUE 'MARGEM BRUTA'.
           05  FILLER PIC X(06) VALUE '%   PR'.
           05  FILLER PIC X(34) VALUE 'PRAZO MEDIO DE RECEBIMENTO'.
           05  FILLER PIC X(06) VALUE 'DIASMR'.
           05  FILLER PIC X(34) VALUE 'CARTEIRA A RECEBER VENCIDA'.
           05  FILLER PIC X(06) VALUE '%   PH'.
           05  FILLER PIC X(34) VALUE 'CUSTO DA FOLHA POR FUNCIONARIO'.
           05  FILLER PIC X(06) VALUE 'R$  MR'.
           05  FILLER PIC X(34) VALUE 'FRETE SOBRE VENDAS'.
           05  FILLER PIC X(06) VALUE '%   PR'.
           05  FILLER PIC X(34) VALUE 'ENTREGAS NO PRAZO'.
           05  FILLER PIC X(06) VALUE '%   PR'.
           05  FILLER PIC X(34) VALUE 'POSICAO DE CAIXA (BANCOS)'.
           05  FILLER PIC X(06) VALUE 'R$  MR'.
           05  FILLER PIC X(34) VALUE 'CAIXA PREVISTO'.
           05  FILLER PIC X(06) VALUE 'R$  MR'.
           05  FILLER PIC X(34) VALUE 'DESVIO CAIXA REAL X PREVISTO'.
           05  FILLER PIC X(06) VALUE 'R$  MR'.
           05  FILLER PIC X(34) VALUE 'ALUNOS MATRICULADOS'.
           05  FILLER PIC X(06) VALUE 'QTD MH'.
           05  FILLER PIC X(34) VALUE 'TAXA DE APROVACAO'.
           05  FILLER PIC X(06) VALUE '%   PH'.
       01  WRK-TAB-INDICADORES REDEFINES WRK-INDICADORES.
           05  TAB-IND OCCURS 13 TIMES.
               10  TAB-IND-NOME       PIC X(34).
               10  TAB-IND-UNIDADE    PIC X(04).
               10  TAB-IND-TIPO       PIC X(01).
               10  TAB-IND-ORIGEM     PIC X(01).
       77  WRK-QTD-INDICADORES    PIC 9(02) VALUE 13.
      *    NUMERADOR E DENOMINADOR POR INDICADOR E COLUNA (1 MES,
      *    2 MES ANTERIOR, 3 MESMO MES DO ANO ANTERIOR, 4 ACUMULADO)
       01  WRK-TAB-APURACAO.
           05  TAB-APU OCCURS 13 TIMES.
               10  TAB-APU-COLUNA OCCURS 4 TIMES.
                   15  TAB-APU-NUM    PIC S9(13)V99.
                   15  TAB-APU-DEN    PIC S9(13)V99.
       77  WRK-IND-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-COL-SUB            PIC 9(01) VALUE ZEROS.
       77  WRK-NUMERADOR          PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DENOMINADOR        PIC S9(13)V99 VALUE ZEROS.
      **************************************************************
      ** MESES DO PAINEL (JANEIRO ATE O DO LOTE, O ANTERIOR QUANDO
      ** O LOTE E DE JANEIRO E O DO ANO ANTERIOR), COM O CAIXA
      ** REALIZADO E O PREVISTO DE CADA UM.
      **************************************************************
       77  WRK-TAB-MES-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MESES.
           05  TAB-MES OCCURS 14 TIMES.
               10  TAB-MES-ANOMES       PIC 9(06).
               10  TAB-MES-REAL         PIC S9(11)V99.
               10  TAB-MES-REAL-SW      PIC X(01).
               10  TAB-MES-PREVISTO     PIC S9(11)V99.
               10  TAB-MES-PREV-GERACAO PIC 9(08).
               10  TAB-MES-PREV-SW      PIC X(01).
       77  WRK-MES-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-MES-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-MES-ACHOU                  VALUE 'S'.
       77  WRK-SALDO-BANCOS       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-INICIO-MES-PREV    PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ABERTO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-ATIVOS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-RESULTADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-APROVADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-VALOR              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-SW           PIC X(01) VALUE 'N'.
           88  WRK-VALOR-DISPONIVEL           VALUE 'S'.
      **************************************************************
      ** LINHAS DO RELATORIO.
      **************************************************************
       01  WRK-LINHA-TITULOS.
           05  FILLER PIC X(39) VALUE 'INDICADOR'.
           05  FILLER PIC X(20) VALUE '           MES ATUAL'.
           05  FILLER PIC X(20) VALUE '        MES ANTERIOR'.
           05  FILLER PIC X(20) VALUE '  MESMO MES ANO ANT.'.
           05  FILLER PIC X(20) VALUE '    ACUMULADO NO ANO'.
       01  WRK-LINHA-KPI.
           05  WRK-LK-NOME        PIC X(34).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LK-UNIDADE     PIC X(04).
           05  WRK-LK-COLUNA OCCURS 4 TIMES.
               10  FILLER         PIC X(02).
               10  WRK-LK-VALOR   PIC X(18).
       01  WRK-VALOR-ED           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      **************************************************************
      ** NO CSV OS VALORES SAEM COM PONTO DECIMAL, PORQUE A VIRGULA
      ** E O SEPARADOR DE CAMPOS; INDICADOR SEM VALOR SAI VAZIO.
      **************************************************************
       77  WRK-CSV-PTR            PIC 9(03) VALUE ZEROS.
       77  WRK-CSV-SINAL          PIC X(01) VALUE SPACE.
       01  WRK-CSV-VALOR          PIC 9(11)V99 VALUE ZEROS.
       01  WRK-CSV-VALOR-R REDEFINES WRK-CSV-VALOR.
           05  WRK-CSV-INT        PIC 9(11).
           05  WRK-CSV-DEC        PIC 9(02).
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0210-APURAR-VENDAS.
           PERFORM 0215-APURAR-METAS.
           PERFORM 0220-APURAR-MARGEM.
           PERFORM 0230-APURAR-CARTEIRA.
           PERFORM 0250-APURAR-FOLHA.
           PERFORM 0255-APURAR-FRETE.
           PERFORM 0260-APURAR-ENTREGAS.
           PERFORM 0270-APURAR-CAIXA.
           PERFORM 0280-APURAR-ESCOLA.
           PERFORM 0290-LER-HISTORICO.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES-ATUAL.
           COMPUTE WRK-ANOMES-ANO-ANT = WRK-ANOMES-ATUAL - 100.
           IF WRK-LOTECAB-MES = 1
               COMPUTE WRK-ANOMES-ANTERIOR =
                   (WRK-LOTECAB-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-ANOMES-ANTERIOR = WRK-ANOMES-ATUAL - 1
           END-IF.
           COMPUTE WRK-INICIO-MES = WRK-ANOMES-ATUAL * 100 + 1.
           MOVE 'UM'           TO DTS-FUNCAO.
           MOVE WRK-INICIO-MES TO DTS-DATA1.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           COMPUTE WRK-FIM-MES = WRK-ANOMES-ATUAL * 100 + DTS-DIAS.

           INITIALIZE WRK-TAB-APURACAO.
           PERFORM 8050-MONTAR-MESES.

           OPEN INPUT EMBCFG-FILE.
           IF WRK-EMBCFG-STATUS NOT = '35'
               READ EMBCFG-FILE
                   NOT AT END
                       IF ECF-DIAS-LIMITE > ZEROS
                           MOVE ECF-DIAS-LIMITE TO WRK-DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE EMBCFG-FILE
           END-IF.

      **************************************************************
      ** VENDAS DO HISTORICO DIARIO (JA LIQUIDAS DE DEVOLUCOES E
      ** CANCELAMENTOS): VENDAS, NUMERADOR DA META E DENOMINADOR DO
      ** FRETE SOBRE VENDAS.
      **************************************************************
       0210-APURAR-VENDAS.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT VENDDIA-FILE.
           IF WRK-VDD-STATUS NOT = '35'
               READ VENDDIA-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0211-SOMAR-VENDA-DIA UNTIL WRK-AUX-FIM
               CLOSE VENDDIA-FILE
           END-IF.

       0211-SOMAR-VENDA-DIA.

           MOVE VDD-DATA(1:6) TO WRK-ANOMES-MOV.
           MOVE VDD-TOTAL-VENDIDO TO WRK-NUMERADOR.
           MOVE ZEROS TO WRK-DENOMINADOR.
           MOVE 1 TO WRK-IND-SUB.
           PERFORM 8000-ACUMULAR-INDICADOR.
           MOVE 2 TO WRK-IND-SUB.
           PERFORM 8000-ACUMULAR-INDICADOR.
           MOVE ZEROS TO WRK-NUMERADOR.
           MOVE VDD-TOTAL-VENDIDO TO WRK-DENOMINADOR.
           MOVE 7 TO WRK-IND-SUB.
           PERFORM 8000-ACUMULAR-INDICADOR.
           READ VENDDIA-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       0215-APURAR-METAS.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT METAS-FILE.
           IF WRK-METAS-STATUS NOT = '35'
               READ METAS-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0216-SOMAR-META UNTIL WRK-AUX-FIM
               CLOSE METAS-FILE
           END-IF.

       0216-SOMAR-META.

           MOVE MET-ANOMES     TO WRK-ANOMES-MOV.
           MOVE ZEROS          TO WRK-NUMERADOR.
           MOVE MET-VALOR-META TO WRK-DENOMINADOR.
           MOVE 2 TO WRK-IND-SUB.
           PERFORM 8000-ACUMULAR-INDICADOR.
           READ METAS-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** MARGEM BRUTA: VENDA MENOS CUSTO SOBRE A VENDA; A DEVOLUCAO
      ** REESTOCADA ABATE VENDA E CUSTO (COMO NO PROGMRGR).
      **************************************************************
       0220-APURAR-MARGEM.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT CMVHIST-FILE.
           IF WRK-CMVHIST-STATUS NOT = '35'
               READ CMVHIST-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0221-SOMAR-MARGEM UNTIL WRK-AUX-FIM
               CLOSE CMVHIST-FILE
           END-IF.

       0221-SOMAR-MARGEM.

           MOVE CMV-DATA(1:6) TO WRK-ANOMES-MOV.
           IF CMV-DEVOLUCAO
               COMPUTE WRK-NUMERADOR = CMV-CUSTO - CMV-VALOR-VENDA
               COMPUTE WRK-DENOMINADOR = ZERO - CMV-VALOR-VENDA
           ELSE
               COMPUTE WRK-NUMERADOR = CMV-VALOR-VENDA - CMV-CUSTO
               MOVE CMV-VALOR-VENDA TO WRK-DENOMINADOR
           END-IF.
           MOVE 3 TO WRK-IND-SUB.
           PERFORM 8000-ACUMULAR-INDICADOR.
           READ CMVHIST-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARTEIRA A RECEBER: O PERCENTUAL VENCIDO DOS TITULOS EM
      ** ABERTO NO FIM DO MES (SO A COMPETENCIA DO LOTE) E O PRAZO
      ** MEDIO DE RECEBIMENTO DOS PAGAMENTOS DE CADA MES, DA EMISSAO
      ** DO TITULO ATE O PAGAMENTO, PONDERADO PELO VALOR PAGO.
      **************************************************************
       0230-APURAR-CARTEIRA.

           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS = '00'
               MOVE 'N' TO WRK-AUX-FIM-SW
               MOVE ZEROS TO CRC-CHAVE
               START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
                   INVALID KEY SET WRK-AUX-FIM TO TRUE
               END-START
               PERFORM 0231-SOMAR-TITULO-ABERTO UNTIL WRK-AUX-FIM

               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT PAGTOS-FILE
               IF WRK-PAGTOS-STATUS NOT = '35'
                   READ PAGTOS-FILE
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0235-SOMAR-PRAZO-PAGAMENTO
                       UNTIL WRK-AUX-FIM
                   CLOSE PAGTOS-FILE
               END-IF
               CLOSE CONTAREC-FILE
           END-IF.

       0231-SOMAR-TITULO-ABERTO.

           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-AUX-FIM TO TRUE
               NOT AT END
                   IF CRC-ABERTO
                       AND CRC-DATA-EMISSAO <= WRK-FIM-MES
                       COMPUTE WRK-VALOR-ABERTO =
                           CRC-VALOR - CRC-VALOR-PAGO
                       MOVE ZEROS TO WRK-NUMERADOR
                       IF CRC-DATA-VENCTO < WRK-FIM-MES
                           MOVE WRK-VALOR-ABERTO TO WRK-NUMERADOR
                       END-IF
                       MOVE WRK-VALOR-ABERTO TO WRK-DENOMINADOR
                       MOVE WRK-ANOMES-ATUAL TO WRK-ANOMES-MOV
                       MOVE 5 TO WRK-IND-SUB
                       PERFORM 8000-ACUMULAR-INDICADOR
                   END-IF
           END-READ.

       0235-SOMAR-PRAZO-PAGAMENTO.

           MOVE PAG-NUMERO TO CRC-NUMERO.
           IF PAG-PARCELA IS NUMERIC AND PAG-PARCELA > ZEROS
               MOVE PAG-PARCELA TO CRC-PARCELA
           ELSE
               MOVE 1 TO CRC-PARCELA
           END-IF.
           READ CONTAREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRC-DATA-EMISSAO <= PAG-DATA
                       MOVE 'DE'             TO DTS-FUNCAO
                       MOVE CRC-DATA-EMISSAO TO DTS-DATA1
                       MOVE PAG-DATA         TO DTS-DATA2
                       CALL 'PROGDATA' USING WRK-DTS-AREA
                       COMPUTE WRK-NUMERADOR = DTS-DIAS * PAG-VALOR
                       MOVE PAG-VALOR     TO WRK-DENOMINADOR
                       MOVE PAG-DATA(1:6) TO WRK-ANOMES-MOV
                       MOVE 4 TO WRK-IND-SUB
                       PERFORM 8000-ACUMULAR-INDICADOR
                   END-IF
           END-READ.
           READ PAGTOS-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CUSTO DA FOLHA POR FUNCIONARIO: BRUTO DOS CONTRACHEQUES DA
      ** COMPETENCIA SOBRE A QUANTIDADE DE CONTRACHEQUES.
      **************************************************************
       0250-APURAR-FOLHA.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT FOLHAHIS-FILE.
           IF WRK-FOLHAHIS-STATUS NOT = '35'
               READ FOLHAHIS-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0251-SOMAR-CONTRACHEQUE UNTIL WRK-AUX-FIM
               CLOSE FOLHAHIS-FILE
           END-IF.

       0251-SOMAR-CONTRACHEQUE.

           MOVE FHS-COMPETENCIA TO WRK-ANOMES-MOV.
           MOVE FHS-BRUTO       TO WRK-NUMERADOR.
           MOVE 1               TO WRK-DENOMINADOR.
           MOVE 6 TO WRK-IND-SUB.
           PERFORM 8000-ACUMULAR-INDICADOR.
           READ FOLHAHIS-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** FRETE: TITULOS DE FRETE DO CONTAS A PAGAR PELA EMISSAO
      ** (O DENOMINADOR, AS VENDAS, VEM DO 0210).
      **************************************************************
       0255-APURAR-FRETE.

           OPEN INPUT CONTAPAG-FILE.
           IF WRK-CONTAPAG-STATUS = '00'
               MOVE 'N' TO WRK-AUX-FIM-SW
               MOVE ZEROS TO CPG-NUMERO
               START CONTAPAG-FILE KEY IS NOT LESS THAN CPG-NUMERO
                   INVALID KEY SET WRK-AUX-FIM TO TRUE
               END-START
               PERFORM 0256-SOMAR-FRETE UNTIL WRK-AUX-FIM
               CLOSE CONTAPAG-FILE
           END-IF.

       0256-SOMAR-FRETE.

           READ CONTAPAG-FILE NEXT RECORD
               AT END
                   SET WRK-AUX-FIM TO TRUE
               NOT AT END
                   IF CPG-TIPO-FRETE
                       MOVE CPG-DATA-EMISSAO(1:6) TO WRK-ANOMES-MOV
                       MOVE CPG-VALOR TO WRK-NUMERADOR
                       MOVE ZEROS     TO WRK-DENOMINADOR
                       MOVE 7 TO WRK-IND-SUB
                       PERFORM 8000-ACUMULAR-INDICADOR
                   END-IF
           END-READ.

      **************************************************************
      ** ENTREGAS NO PRAZO: EMBARQUES ENTREGUES NO MES (PELA DATA DA
      ** ENTREGA) EM ATE WRK-DIAS-LIMITE DIAS DO DESPACHO.
      **************************************************************
       0260-APURAR-ENTREGAS.

           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS = '00'
               MOVE 'N' TO WRK-AUX-FIM-SW
               MOVE ZEROS TO EMB-CHAVE
               START EMBARQUE-FILE KEY IS NOT LESS THAN EMB-CHAVE
                   INVALID KEY SET WRK-AUX-FIM TO TRUE
               END-START
               PERFORM 0261-SOMAR-ENTREGA UNTIL WRK-AUX-FIM
               CLOSE EMBARQUE-FILE
           END-IF.

       0261-SOMAR-ENTREGA.

           READ EMBARQUE-FILE NEXT RECORD
               AT END
                   SET WRK-AUX-FIM TO TRUE
               NOT AT END
                   IF EMB-ENTREGUE
                       MOVE 'DE'              TO DTS-FUNCAO
                       MOVE EMB-DATA-DESPACHO TO DTS-DATA1
                       MOVE EMB-DATA-STATUS   TO DTS-DATA2
                       CALL 'PROGDATA' USING WRK-DTS-AREA
                       MOVE ZEROS TO WRK-NUMERADOR
                       IF DTS-DIAS <= WRK-DIAS-LIMITE
                           MOVE 1 TO WRK-NUMERADOR
                       END-IF
                       MOVE 1 TO WRK-DENOMINADOR
                       MOVE EMB-DATA-STATUS(1:6) TO WRK-ANOMES-MOV
                       MOVE 8 TO WRK-IND-SUB
                       PERFORM 8000-ACUMULAR-INDICADOR
                   END-IF
           END-READ.

      **************************************************************
      ** CAIXA: SALDO DE BANCOS NO FIM DE CADA MES DO PAINEL PELO
      ** LADO DEVEDOR (FECHSNAP; O MES DO LOTE AINDA ABERTO SAI DO
      ** SALDOCTA MAIS OS LANCAMENTOS PENDENTES ATE O FIM DO MES) E
      ** A PREVISAO DA PROJECAO DE CAIXA FEITA MAIS PERTO DO INICIO
      ** DO MES, SEM ENTRAR NELE (FLUXPREV).
      **************************************************************
       0270-APURAR-CAIXA.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT FECHSNAP-FILE.
           IF WRK-FECHSNAP-STATUS NOT = '35'
               READ FECHSNAP-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0271-LER-SALDO-FECHADO UNTIL WRK-AUX-FIM
               CLOSE FECHSNAP-FILE
           END-IF.

           MOVE WRK-ANOMES-ATUAL TO WRK-ANOMES-MOV.
           PERFORM 8060-LOCALIZAR-MES.
           IF TAB-MES-REAL-SW(WRK-MES-SUB) NOT = 'S'
               PERFORM 0272-SALDO-BANCOS-ATUAL
           END-IF.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT FLUXPREV-FILE.
           IF WRK-FLUXPREV-STATUS NOT = '35'
               READ FLUXPREV-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0275-LER-PREVISAO UNTIL WRK-AUX-FIM
               CLOSE FLUXPREV-FILE
           END-IF.

           PERFORM 0277-ACUMULAR-CAIXA-MES
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > WRK-TAB-MES-QTD.

       0271-LER-SALDO-FECHADO.

           IF FSN-CONTA = WRK-CONTA-BANCOS
               MOVE FSN-ANOMES TO WRK-ANOMES-MOV
               PERFORM 8060-LOCALIZAR-MES
               IF WRK-MES-ACHOU
                   COMPUTE TAB-MES-REAL(WRK-MES-SUB) = ZERO - FSN-SALDO
                   MOVE 'S' TO TAB-MES-REAL-SW(WRK-MES-SUB)
               END-IF
           END-IF.
           READ FECHSNAP-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       0272-SALDO-BANCOS-ATUAL.

           MOVE ZEROS TO WRK-SALDO-BANCOS.
           OPEN INPUT SALDOCTA-FILE.
           IF WRK-SALDOCTA-STATUS = '00'
               MOVE WRK-CONTA-BANCOS TO SCT-CONTA
               READ SALDOCTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SCT-SALDO TO WRK-SALDO-BANCOS
               END-READ
               CLOSE SALDOCTA-FILE
           END-IF.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS NOT = '35'
               READ LANCTOS-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0273-SOMAR-PENDENTE UNTIL WRK-AUX-FIM
               CLOSE LANCTOS-FILE
           END-IF.

           COMPUTE TAB-MES-REAL(WRK-MES-SUB) = ZERO - WRK-SALDO-BANCOS.
           MOVE 'S' TO TAB-MES-REAL-SW(WRK-MES-SUB).

       0273-SOMAR-PENDENTE.

           IF LAN-CONTA = WRK-CONTA-BANCOS
               AND LAN-DATA <= WRK-FIM-MES
               IF LAN-TIPO = 'D'
                   SUBTRACT LAN-VALOR FROM WRK-SALDO-BANCOS
               ELSE
                   ADD LAN-VALOR TO WRK-SALDO-BANCOS
               END-IF
           END-IF.
           READ LANCTOS-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       0275-LER-PREVISAO.

           MOVE FXP-ANOMES TO WRK-ANOMES-MOV.
           PERFORM 8060-LOCALIZAR-MES.
           IF WRK-MES-ACHOU
               COMPUTE WRK-INICIO-MES-PREV = FXP-ANOMES * 100 + 1
               IF FXP-DATA-GERACAO < WRK-INICIO-MES-PREV
                   AND FXP-DATA-GERACAO >=
                       TAB-MES-PREV-GERACAO(WRK-MES-SUB)
                   MOVE FXP-DATA-GERACAO
                       TO TAB-MES-PREV-GERACAO(WRK-MES-SUB)
                   MOVE FXP-SALDO-PREVISTO
                       TO TAB-MES-PREVISTO(WRK-MES-SUB)
                   MOVE 'S' TO TAB-MES-PREV-SW(WRK-MES-SUB)
               END-IF
           END-IF.
           READ FLUXPREV-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       0277-ACUMULAR-CAIXA-MES.

           MOVE TAB-MES-ANOMES(WRK-MES-SUB) TO WRK-ANOMES-MOV.
           MOVE 1 TO WRK-DENOMINADOR.
           IF TAB-MES-REAL-SW(WRK-MES-SUB) = 'S'
               MOVE TAB-MES-REAL(WRK-MES-SUB) TO WRK-NUMERADOR
               MOVE 9 TO WRK-IND-SUB
               PERFORM 8000-ACUMULAR-INDICADOR
           END-IF.
           IF TAB-MES-PREV-SW(WRK-MES-SUB) = 'S'
               MOVE TAB-MES-PREVISTO(WRK-MES-SUB) TO WRK-NUMERADOR
               MOVE 10 TO WRK-IND-SUB
               PERFORM 8000-ACUMULAR-INDICADOR
               IF TAB-MES-REAL-SW(WRK-MES-SUB) = 'S'
                   COMPUTE WRK-NUMERADOR = TAB-MES-REAL(WRK-MES-SUB)
                       - TAB-MES-PREVISTO(WRK-MES-SUB)
                   MOVE 11 TO WRK-IND-SUB
                   PERFORM 8000-ACUMULAR-INDICADOR
               END-IF
           END-IF.

      **************************************************************
      ** ESCOLA: MATRICULAS ATIVAS HOJE E A TAXA DE APROVACAO DO
      ** ULTIMO FECHAMENTO DE ANO LETIVO (RESULANO, PROGNOTB).
      **************************************************************
       0280-APURAR-ESCOLA.

           MOVE ZEROS TO WRK-QTD-ATIVOS.
           OPEN INPUT MATRALUN-FILE.
           IF WRK-MATRALUN-STATUS = '00'
               MOVE 'N' TO WRK-AUX-FIM-SW
               MOVE ZEROS TO MAT-MATRICULA
               START MATRALUN-FILE KEY IS NOT LESS THAN MAT-MATRICULA
                   INVALID KEY SET WRK-AUX-FIM TO TRUE
               END-START
               PERFORM 0281-CONTAR-MATRICULA UNTIL WRK-AUX-FIM
               CLOSE MATRALUN-FILE
               MOVE WRK-ANOMES-ATUAL TO WRK-ANOMES-MOV
               MOVE WRK-QTD-ATIVOS   TO WRK-NUMERADOR
               MOVE 1                TO WRK-DENOMINADOR
               MOVE 12 TO WRK-IND-SUB
               PERFORM 8000-ACUMULAR-INDICADOR
           END-IF.

           MOVE ZEROS TO WRK-QTD-RESULTADOS.
           MOVE ZEROS TO WRK-QTD-APROVADOS.
           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT RESULANO-FILE.
           IF WRK-RESULANO-STATUS NOT = '35'
               READ RESULANO-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0285-CONTAR-RESULTADO UNTIL WRK-AUX-FIM
               CLOSE RESULANO-FILE
               MOVE WRK-ANOMES-ATUAL   TO WRK-ANOMES-MOV
               MOVE WRK-QTD-APROVADOS  TO WRK-NUMERADOR
               MOVE WRK-QTD-RESULTADOS TO WRK-DENOMINADOR
               MOVE 13 TO WRK-IND-SUB
               PERFORM 8000-ACUMULAR-INDICADOR
           END-IF.

       0281-CONTAR-MATRICULA.

           READ MATRALUN-FILE NEXT RECORD
               AT END
                   SET WRK-AUX-FIM TO TRUE
               NOT AT END
                   IF MAT-ATIVA
                       ADD 1 TO WRK-QTD-ATIVOS
                   END-IF
           END-READ.

       0285-CONTAR-RESULTADO.

           ADD 1 TO WRK-QTD-RESULTADOS.
           IF RSA-SITUACAO = 'APROVADO'
               ADD 1 TO WRK-QTD-APROVADOS
           END-IF.
           READ RESULANO-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** MESES ANTERIORES DOS INDICADORES DE FOTOGRAFIA ('H'), DO
      ** HISTORICO DO PAINEL. MES SEM HISTORICO FICA SEM VALOR.
      **************************************************************
       0290-LER-HISTORICO.

           OPEN INPUT KPIHIST-FILE.
           IF WRK-KPIHIST-STATUS = '00'
               PERFORM 0291-LER-HISTORICO-MES
                   VARYING WRK-MES-SUB FROM 1 BY 1
                   UNTIL WRK-MES-SUB > WRK-TAB-MES-QTD
               CLOSE KPIHIST-FILE
           END-IF.

       0291-LER-HISTORICO-MES.

           IF TAB-MES-ANOMES(WRK-MES-SUB) NOT = WRK-ANOMES-ATUAL
               PERFORM 0292-LER-HISTORICO-IND
                   VARYING WRK-IND-SUB FROM 1 BY 1
                   UNTIL WRK-IND-SUB > WRK-QTD-INDICADORES
           END-IF.

       0292-LER-HISTORICO-IND.

           IF TAB-IND-ORIGEM(WRK-IND-SUB) = 'H'
               MOVE TAB-MES-ANOMES(WRK-MES-SUB) TO KPH-ANOMES
               MOVE WRK-IND-SUB                 TO KPH-INDICADOR
               READ KPIHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KPH-ANOMES      TO WRK-ANOMES-MOV
                       MOVE KPH-NUMERADOR   TO WRK-NUMERADOR
                       MOVE KPH-DENOMINADOR TO WRK-DENOMINADOR
                       PERFORM 8000-ACUMULAR-INDICADOR
               END-READ
           END-IF.

      **************************************************************
      ** PAGINA DO PAINEL (KPIREL), LINHAS DO CSV (KPICSV) E O
      ** HISTORICO DA COMPETENCIA (KPIHIST, REGRAVADO QUANDO O
      ** PAINEL E EMITIDO DE NOVO NO MESMO MES).
      **************************************************************
       0300-FINALIZAR.

           OPEN OUTPUT KPIREL-FILE.
           MOVE 'PROGKPIB' TO WRK-CAB-PROGRAMA.
           MOVE 'PAINEL MENSAL DE INDICADORES' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE KPIREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE KPIREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO KPIREL-LINHA.
           STRING 'COMPETENCIA: ' DELIMITED BY SIZE
               WRK-LOTECAB-MES    DELIMITED BY SIZE
               '/'                DELIMITED BY SIZE
               WRK-LOTECAB-ANO    DELIMITED BY SIZE
               INTO KPIREL-LINHA.
           WRITE KPIREL-LINHA.
           MOVE SPACES TO KPIREL-LINHA.
           WRITE KPIREL-LINHA.
           WRITE KPIREL-LINHA FROM WRK-LINHA-TITULOS.
           MOVE SPACES TO KPIREL-LINHA.
           WRITE KPIREL-LINHA.

           OPEN EXTEND KPICSV-FILE.
           IF WRK-KPICSV-STATUS = '05' OR '35'
               CLOSE KPICSV-FILE
               OPEN OUTPUT KPICSV-FILE
               MOVE SPACES TO KPICSV-LINHA
               STRING 'COMPETENCIA,INDICADOR,UNIDADE,MES,'
                   DELIMITED BY SIZE
                   'MES_ANTERIOR,MESMO_MES_ANO_ANTERIOR,'
                   DELIMITED BY SIZE
                   'ACUMULADO_ANO' DELIMITED BY SIZE
                   INTO KPICSV-LINHA
               WRITE KPICSV-LINHA
           END-IF.

           PERFORM 0310-IMPRIMIR-INDICADOR
               VARYING WRK-IND-SUB FROM 1 BY 1
               UNTIL WRK-IND-SUB > WRK-QTD-INDICADORES.

           MOVE SPACES TO KPIREL-LINHA.
           WRITE KPIREL-LINHA.
           MOVE 'N/D: SEM MOVIMENTO OU SEM HISTORICO NO PERIODO.'
               TO KPIREL-LINHA.
           WRITE KPIREL-LINHA.
           MOVE SPACES TO KPIREL-LINHA.
           STRING 'ACUMULADO: SOMA DO ANO PARA VENDAS; PERCENTUAIS E '
               DELIMITED BY SIZE
               'MEDIAS SOBRE OS TOTAIS DO ANO; SALDOS E QUANTIDADES '
               DELIMITED BY SIZE
               'PELA MEDIA DOS MESES.' DELIMITED BY SIZE
               INTO KPIREL-LINHA.
           WRITE KPIREL-LINHA.
           MOVE SPACES TO KPIREL-LINHA.
           STRING 'ENTREGAS NO PRAZO: ATE ' DELIMITED BY SIZE
               WRK-DIAS-LIMITE DELIMITED BY SIZE
               ' DIAS DO DESPACHO. CAIXA PREVISTO: ULTIMA PROJECAO '
               DELIMITED BY SIZE
               'FEITA ANTES DO INICIO DO MES.' DELIMITED BY SIZE
               INTO KPIREL-LINHA.
           WRITE KPIREL-LINHA.
           CLOSE KPIREL-FILE.
           CLOSE KPICSV-FILE.

           PERFORM 0330-GRAVAR-HISTORICO.

           DISPLAY 'PAINEL MENSAL DE INDICADORES EMITIDO - '
               'COMPETENCIA ' WRK-ANOMES-ATUAL.

       0310-IMPRIMIR-INDICADOR.

           MOVE SPACES TO WRK-LINHA-KPI.
           MOVE TAB-IND-NOME(WRK-IND-SUB)    TO WRK-LK-NOME.
           MOVE TAB-IND-UNIDADE(WRK-IND-SUB) TO WRK-LK-UNIDADE.

           MOVE SPACES TO KPICSV-LINHA.
           MOVE 1 TO WRK-CSV-PTR.
           STRING WRK-ANOMES-ATUAL DELIMITED BY SIZE
               ','                 DELIMITED BY SIZE
               TAB-IND-NOME(WRK-IND-SUB) DELIMITED BY '  '
               ','                 DELIMITED BY SIZE
               TAB-IND-UNIDADE(WRK-IND-SUB) DELIMITED BY SPACE
               INTO KPICSV-LINHA
               WITH POINTER WRK-CSV-PTR.

           PERFORM 0311-FORMATAR-COLUNA
               VARYING WRK-COL-SUB FROM 1 BY 1
               UNTIL WRK-COL-SUB > 4.

           WRITE KPIREL-LINHA FROM WRK-LINHA-KPI.
           WRITE KPICSV-LINHA.

       0311-FORMATAR-COLUNA.

           PERFORM 8100-CALCULAR-VALOR.
           IF WRK-VALOR-DISPONIVEL
               MOVE WRK-VALOR    TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO WRK-LK-VALOR(WRK-COL-SUB)
               IF WRK-VALOR < ZEROS
                   MOVE '-' TO WRK-CSV-SINAL
                   COMPUTE WRK-CSV-VALOR = ZERO - WRK-VALOR
               ELSE
                   MOVE SPACE TO WRK-CSV-SINAL
                   MOVE WRK-VALOR TO WRK-CSV-VALOR
               END-IF
               STRING ','         DELIMITED BY SIZE
                   WRK-CSV-SINAL  DELIMITED BY SPACE
                   WRK-CSV-INT    DELIMITED BY SIZE
                   '.'            DELIMITED BY SIZE
                   WRK-CSV-DEC    DELIMITED BY SIZE
                   INTO KPICSV-LINHA
                   WITH POINTER WRK-CSV-PTR
           ELSE
               MOVE '               N/D'
                   TO WRK-LK-VALOR(WRK-COL-SUB)
               STRING ',' DELIMITED BY SIZE
                   INTO KPICSV-LINHA
                   WITH POINTER WRK-CSV-PTR
           END-IF.

       0330-GRAVAR-HISTORICO.

           OPEN I-O KPIHIST-FILE.
           IF WRK-KPIHIST-STATUS = '35'
               CLOSE KPIHIST-FILE
               OPEN OUTPUT KPIHIST-FILE
               CLOSE KPIHIST-FILE
               OPEN I-O KPIHIST-FILE
           END-IF.
           PERFORM 0331-GRAVAR-HISTORICO-IND
               VARYING WRK-IND-SUB FROM 1 BY 1
               UNTIL WRK-IND-SUB > WRK-QTD-INDICADORES.
           CLOSE KPIHIST-FILE.

       0331-GRAVAR-HISTORICO-IND.

           MOVE WRK-ANOMES-ATUAL TO KPH-ANOMES.
           MOVE WRK-IND-SUB      TO KPH-INDICADOR.
           MOVE TAB-APU-NUM(WRK-IND-SUB, 1) TO KPH-NUMERADOR.
           MOVE TAB-APU-DEN(WRK-IND-SUB, 1) TO KPH-DENOMINADOR.
           WRITE KPIHIST-REG
               INVALID KEY
                   REWRITE KPIHIST-REG
           END-WRITE.

      **************************************************************
      ** SOMA O NUMERADOR E O DENOMINADOR DO INDICADOR WRK-IND-SUB
      ** DA COMPETENCIA WRK-ANOMES-MOV NAS COLUNAS A QUE ELA
      ** PERTENCE (UMA COMPETENCIA PODE CAIR EM MAIS DE UMA).
      **************************************************************
       8000-ACUMULAR-INDICADOR.

           IF WRK-ANOMES-MOV = WRK-ANOMES-ATUAL
               MOVE 1 TO WRK-COL-SUB
               PERFORM 8010-SOMAR-COLUNA
           END-IF.
           IF WRK-ANOMES-MOV = WRK-ANOMES-ANTERIOR
               MOVE 2 TO WRK-COL-SUB
               PERFORM 8010-SOMAR-COLUNA
           END-IF.
           IF WRK-ANOMES-MOV = WRK-ANOMES-ANO-ANT
               MOVE 3 TO WRK-COL-SUB
               PERFORM 8010-SOMAR-COLUNA
           END-IF.
           IF WRK-MOV-ANO = WRK-LOTECAB-ANO
               AND WRK-ANOMES-MOV <= WRK-ANOMES-ATUAL
               MOVE 4 TO WRK-COL-SUB
               PERFORM 8010-SOMAR-COLUNA
           END-IF.

       8010-SOMAR-COLUNA.

           ADD WRK-NUMERADOR
               TO TAB-APU-NUM(WRK-IND-SUB, WRK-COL-SUB).
           ADD WRK-DENOMINADOR
               TO TAB-APU-DEN(WRK-IND-SUB, WRK-COL-SUB).

      **************************************************************
      ** MESES DO PAINEL: JANEIRO ATE O MES DO LOTE, O MES ANTERIOR
      ** QUANDO O LOTE E DE JANEIRO E O MESMO MES DO ANO ANTERIOR.
      **************************************************************
       8050-MONTAR-MESES.

           MOVE ZEROS TO WRK-TAB-MES-QTD.
           PERFORM 8055-INCLUIR-MES-ANO
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > WRK-LOTECAB-MES.
           IF WRK-LOTECAB-MES = 1
               MOVE WRK-ANOMES-ANTERIOR TO WRK-ANOMES-MOV
               PERFORM 8058-INCLUIR-MES
           END-IF.
           MOVE WRK-ANOMES-ANO-ANT TO WRK-ANOMES-MOV.
           PERFORM 8058-INCLUIR-MES.

       8055-INCLUIR-MES-ANO.

           COMPUTE WRK-ANOMES-MOV =
               WRK-LOTECAB-ANO * 100 + WRK-MES-SUB.
           PERFORM 8058-INCLUIR-MES.

       8058-INCLUIR-MES.

           ADD 1 TO WRK-TAB-MES-QTD.
           MOVE WRK-ANOMES-MOV TO TAB-MES-ANOMES(WRK-TAB-MES-QTD).
           MOVE ZEROS TO TAB-MES-REAL(WRK-TAB-MES-QTD).
           MOVE 'N'   TO TAB-MES-REAL-SW(WRK-TAB-MES-QTD).
           MOVE ZEROS TO TAB-MES-PREVISTO(WRK-TAB-MES-QTD).
           MOVE ZEROS TO TAB-MES-PREV-GERACAO(WRK-TAB-MES-QTD).
           MOVE 'N'   TO TAB-MES-PREV-SW(WRK-TAB-MES-QTD).

       8060-LOCALIZAR-MES.

           MOVE 'N' TO WRK-MES-ACHOU-SW.
           PERFORM 8065-COMPARAR-MES
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > WRK-TAB-MES-QTD
                  OR WRK-MES-ACHOU.
           IF WRK-MES-ACHOU
               SUBTRACT 1 FROM WRK-MES-SUB
           END-IF.

       8065-COMPARAR-MES.

           IF TAB-MES-ANOMES(WRK-MES-SUB) = WRK-ANOMES-MOV
               SET WRK-MES-ACHOU TO TRUE
           END-IF.

      **************************************************************
      ** VALOR DO INDICADOR WRK-IND-SUB NA COLUNA WRK-COL-SUB PELO
      ** TIPO; SEM DENOMINADOR, O PERCENTUAL E A MEDIA FICAM SEM
      ** VALOR (N/D).
      **************************************************************
       8100-CALCULAR-VALOR.

           MOVE ZEROS TO WRK-VALOR.
           MOVE 'S'   TO WRK-VALOR-SW.
           EVALUATE TRUE
               WHEN TAB-IND-TIPO(WRK-IND-SUB) = 'V'
                   MOVE TAB-APU-NUM(WRK-IND-SUB, WRK-COL-SUB)
                       TO WRK-VALOR
               WHEN TAB-APU-DEN(WRK-IND-SUB, WRK-COL-SUB) = ZEROS
                   MOVE 'N' TO WRK-VALOR-SW
               WHEN TAB-IND-TIPO(WRK-IND-SUB) = 'P'
                   COMPUTE WRK-VALOR ROUNDED =
                       TAB-APU-NUM(WRK-IND-SUB, WRK-COL-SUB) * 100
                       / TAB-APU-DEN(WRK-IND-SUB, WRK-COL-SUB)
               WHEN OTHER
                   COMPUTE WRK-VALOR ROUNDED =
                       TAB-APU-NUM(WRK-IND-SUB, WRK-COL-SUB)
                       / TAB-APU-DEN(WRK-IND-SUB, WRK-COL-SUB)
           END-EVALUATE.

       COPY CPYCABPR.
       COPY CPYLOTPR.
