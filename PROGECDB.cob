       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGECDB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ARQUIVO ANUAL DA ESCRITURACAO CONTABIL DIGITAL
      **    (ECDARQ) PARA O FISCO, GERADO DOS PROPRIOS DADOS DO
      **    RAZAO EM VEZ DE REDIGITADO A PARTIR DO BALANCETE. O
      **    ARQUIVO E DELIMITADO POR '|' E ORGANIZADO EM BLOCOS:
      **    BLOCO 0 - ABERTURA, COM A IDENTIFICACAO DA EMPRESA;
      **    BLOCO I - PLANO DE CONTAS (PLANOCTA, COM A NATUREZA
      **    PELO TIPO E O GRUPO), CENTROS DE CUSTO (CCUSTO), SALDOS
      **    MENSAIS POR CONTA (FECHSNAP, COM OS DEBITOS E CREDITOS
      **    DO MES) E TODOS OS LANCAMENTOS DO ANO (LANCARQ),
      **    INCLUSIVE OS DE ENCERRAMENTO DO EXERCICIO GERADOS PELO
      **    PROGFANO; BLOCO 9 - QUANTIDADE DE LINHAS POR REGISTRO E
      **    TOTAL DO ARQUIVO.
      **    O ANO E A IDENTIFICACAO DA EMPRESA (CNPJ, NOME E UF) VEM
      **    DO CONTROLE ECDCTL; ANO EM BRANCO ASSUME O ANO ANTERIOR
      **    AO DO LOTE. SO RODA PARA ANO JA FECHADO (FECHANO). O
      **    RELATORIO DE VALIDACAO (ECDREL) TRAZ AS QUANTIDADES POR
      **    REGISTRO E POR BLOCO E OS LANCAMENTOS CUJA CONTA NAO
      **    CONSTA DO PLANO DE CONTAS.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECDCTL-FILE ASSIGN TO "ECDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ECDCTL-STATUS.
           SELECT FECHANO-FILE ASSIGN TO "FECHANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHANO-STATUS.
           SELECT PLANOCTA-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANOCTA-STATUS.
           COPY CPYCCUSL.
           SELECT FECHSNAP-FILE ASSIGN TO "FECHSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHSNAP-STATUS.
           SELECT LANCARQ-FILE ASSIGN TO "LANCARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCARQ-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           SELECT ECDARQ-FILE ASSIGN TO "ECDARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ECDARQ-STATUS.
           SELECT ECDREL-FILE ASSIGN TO "ECDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ECDREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  ECDCTL-FILE.
       01  ECDCTL-REG.
           05  ECC-ANO         PIC 9(04).
           05  ECC-CNPJ        PIC X(14).
           05  ECC-NOME        PIC X(40).
           05  ECC-UF          PIC X(02).

       FD  FECHANO-FILE.
       01  FECHANO-REG.
           05  FAN-ANO         PIC 9(04).

       FD  PLANOCTA-FILE.
       01  PLANOCTA-REG.
           05  PCT-CONTA       PIC 9(05).
           05  PCT-DESCRICAO   PIC X(30).
           05  PCT-TIPO        PIC X(01).
           05  PCT-GRUPO       PIC 9(02).
       COPY CPYCCUFD.

       FD  FECHSNAP-FILE.
       01  FECHSNAP-REG.
           05  FSN-ANOMES      PIC 9(06).
           05  FSN-CONTA       PIC 9(05).
           05  FSN-SALDO       PIC S9(09)V99.

       FD  LANCARQ-FILE.
       01  LANCARQ-REG.
           05  LAQ-CONTA          PIC 9(05).
           05  LAQ-TIPO           PIC X(01).
           05  LAQ-VALOR          PIC 9(09)V99.
           05  LAQ-DATA           PIC 9(08).
           05  LAQ-DOCUMENTO      PIC X(10).
           05  LAQ-HISTORICO      PIC X(30).
           05  LAQ-CENTRO-CUSTO   PIC X(05).

       FD  LANCTOS-FILE.
       01  LANCTO-REG             PIC X(70).

       FD  ECDARQ-FILE.
       01  ECDARQ-LINHA           PIC X(250).

       FD  ECDREL-FILE.
       01  ECDREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-ECDCTL-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FECHANO-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-PLANOCTA-STATUS PIC X(02) VALUE SPACES.
       77  WRK-FECHSNAP-STATUS PIC X(02) VALUE SPACES.
       77  WRK-LANCARQ-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-ECDARQ-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-ECDREL-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM                   VALUE 'S'.
       77  WRK-AUX-FIM-SW      PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM               VALUE 'S'.
       77  WRK-PLANO-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-PLANO-FIM             VALUE 'S'.
       77  WRK-EXPORTAR-SW     PIC X(01) VALUE 'N'.
           88  WRK-EXPORTAR              VALUE 'S'.
       77  WRK-ANO-FECHADO-SW  PIC X(01) VALUE 'N'.
           88  WRK-ANO-FECHADO           VALUE 'S'.
       77  WRK-ESTOUROU-SW     PIC X(01) VALUE 'N'.
           88  WRK-ESTOUROU              VALUE 'S'.
       77  WRK-POSICAO-SW      PIC X(01) VALUE 'N'.
           88  WRK-POSICAO-OK            VALUE 'S'.
       77  WRK-ACHOU-SW        PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                 VALUE 'S'.
       77  WRK-DO-ANO-SW       PIC X(01) VALUE 'N'.
           88  WRK-LANCTO-DO-ANO         VALUE 'S'.
       77  WRK-ENCERR-SW       PIC X(01) VALUE 'N'.
           88  WRK-LANCTO-ENCERRAMENTO   VALUE 'S'.
       77  WRK-ANO-ECD         PIC 9(04) VALUE ZEROS.
       77  WRK-CNPJ            PIC X(14) VALUE SPACES.
       77  WRK-NOME-EMPRESA    PIC X(40) VALUE SPACES.
       77  WRK-UF              PIC X(02) VALUE SPACES.
       77  WRK-INICIO-ANO      PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-ANO         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ENCERR     PIC 9(08) VALUE ZEROS.
       77  WRK-DOC-ENCERR      PIC X(10) VALUE 'FECHANUAL'.
       77  WRK-ANOMES-DEZ-ANT  PIC 9(06) VALUE ZEROS.
       77  WRK-FSN-ANO         PIC 9(04) VALUE ZEROS.
       77  WRK-FSN-MES         PIC 9(02) VALUE ZEROS.
       77  WRK-LAQ-ANO         PIC 9(04) VALUE ZEROS.
       77  WRK-LAQ-MES         PIC 9(02) VALUE ZEROS.
       77  WRK-LAQ-RESTO       PIC 9(06) VALUE ZEROS.
       77  WRK-MES-SUB         PIC 9(02) VALUE ZEROS.
       77  WRK-MES-POS         PIC 9(02) VALUE ZEROS.
       77  WRK-CONTA-AUX       PIC 9(05) VALUE ZEROS.
       77  WRK-CTA-NATUREZA    PIC X(02) VALUE SPACES.
       77  WRK-CTA-TIPO        PIC X(01) VALUE SPACE.
      **************************************************************
      ** PLANO DE CONTAS CARREGADO, COM O TIPO (DERIVADO PELO
      ** PREFIXO NO PLANO ANTIGO SEM TIPO, COMO NO PROGFANO).
      **************************************************************
       77  WRK-TAB-PCT-QTD     PIC 9(03) VALUE ZEROS.
       77  WRK-PCT-SUB         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PLANO.
           05  TAB-PCT OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TAB-PCT-QTD
                   INDEXED BY PCT-IDX.
               10  TAB-PCT-CONTA     PIC 9(05).
               10  TAB-PCT-DESCRICAO PIC X(30).
               10  TAB-PCT-TIPO      PIC X(01).
               10  TAB-PCT-GRUPO     PIC 9(02).
      **************************************************************
      ** SALDOS E MOVIMENTO POR CONTA E MES, NA ORDEM DA CONTA.
      ** POSICAO 1 = DEZEMBRO DO ANO ANTERIOR (SALDO INICIAL DO
      ** ANO); POSICOES 2 A 13 = JANEIRO A DEZEMBRO DO ANO.
      **************************************************************
       77  WRK-TAB-SLD-QTD     PIC 9(03) VALUE ZEROS.
       77  WRK-SLD-SUB         PIC 9(03) VALUE ZEROS.
       77  WRK-SLD-POS         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-SALDOS.
           05  TAB-SLD OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TAB-SLD-QTD.
               10  TAB-SLD-CONTA     PIC 9(05).
               10  TAB-SLD-MES OCCURS 13 TIMES.
                   15  TAB-SLD-FOTO-SW   PIC X(01).
                       88  TAB-SLD-TEM-FOTO          VALUE 'S'.
                   15  TAB-SLD-SALDO     PIC S9(11)V99.
                   15  TAB-SLD-DEBITOS   PIC 9(11)V99.
                   15  TAB-SLD-CREDITOS  PIC 9(11)V99.
      **************************************************************
      ** LANCAMENTO EM MONTAGEM: PARTIDAS CONSECUTIVAS DO ARQUIVO
      ** MORTO COM A MESMA DATA E O MESMO DOCUMENTO FORMAM UM
      ** LANCAMENTO (I200) COM SUAS PARTIDAS (I250).
      **************************************************************
       77  WRK-TAB-PTD-QTD     PIC 9(03) VALUE ZEROS.
       77  WRK-PTD-SUB         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PARTIDAS.
           05  TAB-PTD OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TAB-PTD-QTD.
               10  TAB-PTD-CONTA     PIC 9(05).
               10  TAB-PTD-TIPO      PIC X(01).
               10  TAB-PTD-VALOR     PIC 9(09)V99.
               10  TAB-PTD-HISTORICO PIC X(30).
               10  TAB-PTD-CCUSTO    PIC X(05).
       77  WRK-GRP-DATA        PIC 9(08) VALUE ZEROS.
       77  WRK-GRP-DOCUMENTO   PIC X(10) VALUE SPACES.
       77  WRK-GRP-IND         PIC X(01) VALUE SPACE.
       77  WRK-GRP-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NUM-LANCAMENTO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-PLANO   PIC 9(05) VALUE ZEROS.
      **************************************************************
      ** REGISTROS DO ARQUIVO E SUAS QUANTIDADES (BLOCO 9).
      **************************************************************
       01  WRK-REGISTROS-ECD.
           05  FILLER PIC X(04) VALUE '0000'.
           05  FILLER PIC X(04) VALUE '0001'.
           05  FILLER PIC X(04) VALUE '0990'.
           05  FILLER PIC X(04) VALUE 'I001'.
           05  FILLER PIC X(04) VALUE 'I010'.
           05  FILLER PIC X(04) VALUE 'I050'.
           05  FILLER PIC X(04) VALUE 'I100'.
           05  FILLER PIC X(04) VALUE 'I150'.
           05  FILLER PIC X(04) VALUE 'I155'.
           05  FILLER PIC X(04) VALUE 'I200'.
           05  FILLER PIC X(04) VALUE 'I250'.
           05  FILLER PIC X(04) VALUE 'I990'.
           05  FILLER PIC X(04) VALUE '9001'.
           05  FILLER PIC X(04) VALUE '9900'.
           05  FILLER PIC X(04) VALUE '9990'.
           05  FILLER PIC X(04) VALUE '9999'.
       01  WRK-TAB-REGISTROS REDEFINES WRK-REGISTROS-ECD.
           05  TAB-REG-CODIGO OCCURS 16 TIMES
                   INDEXED BY REG-IDX PIC X(04).
       01  WRK-TAB-QTD-REGISTROS.
           05  TAB-REG-QTD OCCURS 16 TIMES PIC 9(07).
       77  WRK-REG-SUB         PIC 9(02) VALUE ZEROS.
       77  WRK-REG-CODIGO      PIC X(04) VALUE SPACES.
       77  WRK-QTD-BLOCO       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-TOTAL       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-TIPOS       PIC 9(07) VALUE ZEROS.
      **************************************************************
      ** MONTAGEM DOS CAMPOS DO ARQUIVO: VALORES SEM PONTO DE
      ** MILHAR E COM VIRGULA DECIMAL, ALINHADOS A ESQUERDA; DATAS
      ** NO FORMATO DDMMAAAA.
      **************************************************************
       01  WRK-ECD-LINHA       PIC X(250) VALUE SPACES.
       77  WRK-ECD-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ECD-VALOR-ED    PIC Z(10)9,99.
       77  WRK-ECD-VALOR-TXT   PIC X(14) VALUE SPACES.
       77  WRK-ECD-QTD         PIC 9(07) VALUE ZEROS.
       77  WRK-ECD-QTD-ED      PIC Z(06)9.
       77  WRK-ECD-QTD-TXT     PIC X(07) VALUE SPACES.
       77  WRK-QTD-BRANCOS     PIC 9(02) VALUE ZEROS.
       77  WRK-ECD-DC          PIC X(01) VALUE SPACE.
       77  WRK-ECD-SALDO       PIC S9(11)V99 VALUE ZEROS.
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANO        PIC 9(04).
           05  WRK-DTA-MES        PIC 9(02).
           05  WRK-DTA-DIA        PIC 9(02).
       01  WRK-ECD-DATA.
           05  WRK-ECD-DIA        PIC 9(02).
           05  WRK-ECD-MES        PIC 9(02).
           05  WRK-ECD-ANO        PIC 9(04).
       01  WRK-ECD-DATA-INI       PIC X(08) VALUE SPACES.
       01  WRK-ECD-DATA-FIM       PIC X(08) VALUE SPACES.
       01  WRK-ECD-SALDO-INI-TXT  PIC X(14) VALUE SPACES.
       01  WRK-ECD-DC-INI         PIC X(01) VALUE SPACE.
       01  WRK-ECD-DEBITOS-TXT    PIC X(14) VALUE SPACES.
       01  WRK-ECD-CREDITOS-TXT   PIC X(14) VALUE SPACES.
       01  WRK-LINHA-SEM-PLANO.
           05  WRK-LSP-DATA       PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LSP-DOCUMENTO  PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LSP-CONTA      PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LSP-HISTORICO  PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LSP-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LSP-TIPO       PIC X(01).
       01  WRK-LINHA-QTD-REG.
           05  FILLER             PIC X(10) VALUE 'REGISTRO '.
           05  WRK-LQR-CODIGO     PIC X(04).
           05  FILLER             PIC X(05) VALUE ' ... '.
           05  WRK-LQR-QTD        PIC Z.ZZZ.ZZ9.
       COPY CPYCCUTB.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-EXPORTAR-LANCAMENTO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           OPEN INPUT ECDCTL-FILE.
           IF WRK-ECDCTL-STATUS NOT = '00'
               MOVE 'PROGECDB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-ECDCTL-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CONTROLE DA ECD'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               READ ECDCTL-FILE
                   AT END
                       DISPLAY 'CONTROLE DA ECD VAZIO.'
                       SET WRK-FIM TO TRUE
                   NOT AT END
                       MOVE ECC-ANO  TO WRK-ANO-ECD
                       MOVE ECC-CNPJ TO WRK-CNPJ
                       MOVE ECC-NOME TO WRK-NOME-EMPRESA
                       MOVE ECC-UF   TO WRK-UF
               END-READ
               CLOSE ECDCTL-FILE
           END-IF.

           IF NOT WRK-FIM
               IF WRK-ANO-ECD = ZEROS
                   COMPUTE WRK-ANO-ECD = WRK-LOTECAB-ANO - 1
                   DISPLAY 'ANO ASSUMIDO: ' WRK-ANO-ECD
               END-IF
               COMPUTE WRK-INICIO-ANO = WRK-ANO-ECD * 10000 + 0101
               COMPUTE WRK-FIM-ANO    = WRK-ANO-ECD * 10000 + 1231
               COMPUTE WRK-DATA-ENCERR =
                   (WRK-ANO-ECD + 1) * 10000 + 0101
               COMPUTE WRK-ANOMES-DEZ-ANT =
                   (WRK-ANO-ECD - 1) * 100 + 12
               PERFORM 8100-CONFERIR-ANO-FECHADO
           END-IF.

           IF NOT WRK-FIM AND WRK-ANO-FECHADO
               PERFORM 8000-CARREGAR-PLANO-CONTAS
               PERFORM 7500-CARREGAR-TABELA-CCUSTO
               PERFORM 8200-ACUMULAR-MOVIMENTOS
               PERFORM 8300-CARREGAR-SALDOS-FECHADOS
           END-IF.

           EVALUATE TRUE
               WHEN WRK-FIM
                   CONTINUE
               WHEN NOT WRK-ANO-FECHADO
                   MOVE 'PROGECDB'     TO ABL-PROGRAMA
                   MOVE '0100-INICIAL' TO ABL-PARAGRAFO
                   MOVE '00'           TO ABL-STATUS-ARQUIVO
                   MOVE 'ANO DA ECD AINDA NAO FECHADO (FECHANO)'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'FECHE O EXERCICIO ' WRK-ANO-ECD
                       ' (PROGFANO) ANTES DE GERAR A ECD.'
                   SET WRK-FIM TO TRUE
               WHEN WRK-ESTOUROU
                   MOVE 'PROGECDB'     TO ABL-PROGRAMA
                   MOVE '0100-INICIAL' TO ABL-PARAGRAFO
                   MOVE '00'           TO ABL-STATUS-ARQUIVO
                   MOVE 'CONTAS COM SALDO ACIMA DA CAPACIDADE (200)'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'ECD DE ' WRK-ANO-ECD ' NAO GERADA: MAIS '
                       'DE 200 CONTAS COM SALDO OU MOVIMENTO.'
                   SET WRK-FIM TO TRUE
               WHEN OTHER
                   PERFORM 0110-ABRIR-ARQUIVO
           END-EVALUATE.

      **************************************************************
      ** ABERTURA DO ARQUIVO E DO RELATORIO. OS BLOCOS 0 E I (ATE
      ** OS SALDOS MENSAIS) SAEM AQUI; OS LANCAMENTOS SAEM NO LACO
      ** PRINCIPAL, NUMA SEGUNDA LEITURA DO ARQUIVO MORTO.
      **************************************************************
       0110-ABRIR-ARQUIVO.

           SET WRK-EXPORTAR TO TRUE.
           INITIALIZE WRK-TAB-QTD-REGISTROS.
           MOVE ZEROS TO WRK-TAB-PTD-QTD.
           MOVE WRK-INICIO-ANO TO WRK-DATA-AUX.
           PERFORM 8900-FORMATAR-DATA.
           MOVE WRK-ECD-DATA TO WRK-ECD-DATA-INI.
           MOVE WRK-FIM-ANO TO WRK-DATA-AUX.
           PERFORM 8900-FORMATAR-DATA.
           MOVE WRK-ECD-DATA TO WRK-ECD-DATA-FIM.

           OPEN OUTPUT ECDREL-FILE.
           MOVE 'PROGECDB' TO WRK-CAB-PROGRAMA.
           MOVE 'ECD - RELATORIO DE VALIDACAO' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE ECDREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE ECDREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO ECDREL-LINHA.
           STRING 'EXERCICIO: ' DELIMITED BY SIZE
               WRK-ANO-ECD DELIMITED BY SIZE
               '   CNPJ: ' DELIMITED BY SIZE
               WRK-CNPJ DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-NOME-EMPRESA DELIMITED BY SIZE
               INTO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           MOVE SPACES TO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           MOVE 'LANCAMENTOS COM CONTA FORA DO PLANO DE CONTAS:'
               TO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           MOVE SPACES TO ECDREL-LINHA.
           STRING 'DATA      DOCUMENTO   CONTA  HISTORICO'
               DELIMITED BY SIZE
               '                                VALOR'
               DELIMITED BY SIZE
               INTO ECDREL-LINHA.
           WRITE ECDREL-LINHA.

           OPEN OUTPUT ECDARQ-FILE.
           PERFORM 0120-GRAVAR-BLOCO-0.

           MOVE 'I001' TO WRK-REG-CODIGO.
           MOVE '|I001|0|' TO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.
           MOVE 'I010' TO WRK-REG-CODIGO.
           MOVE '|I010|G|' TO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

           PERFORM 0130-GRAVAR-CONTA
               VARYING WRK-PCT-SUB FROM 1 BY 1
               UNTIL WRK-PCT-SUB > WRK-TAB-PCT-QTD.
           PERFORM 0140-GRAVAR-CENTRO-CUSTO
               VARYING WRK-SLD-SUB FROM 1 BY 1
               UNTIL WRK-SLD-SUB > WRK-TAB-CCUSTO-QTD.
           PERFORM 0150-GRAVAR-PERIODO
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > 12.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT LANCARQ-FILE.
           IF WRK-LANCARQ-STATUS = '35'
               SET WRK-FIM TO TRUE
           ELSE
               READ LANCARQ-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

       0120-GRAVAR-BLOCO-0.

           MOVE '0000' TO WRK-REG-CODIGO.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|0000|LECD|' DELIMITED BY SIZE
               WRK-ECD-DATA-INI DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WRK-ECD-DATA-FIM DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WRK-NOME-EMPRESA DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               WRK-CNPJ DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WRK-UF DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

           MOVE '0001' TO WRK-REG-CODIGO.
           MOVE '|0001|0|' TO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

           MOVE '0990' TO WRK-REG-CODIGO.
           COMPUTE WRK-ECD-QTD = TAB-REG-QTD(1) + TAB-REG-QTD(2) + 1.
           PERFORM 8920-FORMATAR-QUANTIDADE.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|0990|' DELIMITED BY SIZE
               WRK-ECD-QTD-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

      **************************************************************
      ** PLANO DE CONTAS (I050): NATUREZA PELO TIPO DA CONTA ('01'
      ** ATIVO, '02' PASSIVO, '03' PATRIMONIO LIQUIDO, '04'
      ** RESULTADO), CONTA ANALITICA, E O GRUPO DO PLANO NO CAMPO
      ** DE CONTA SUPERIOR (AGRUPAMENTO).
      **************************************************************
       0130-GRAVAR-CONTA.

           MOVE TAB-PCT-TIPO(WRK-PCT-SUB) TO WRK-CTA-TIPO.
           EVALUATE WRK-CTA-TIPO
               WHEN 'P'
                   MOVE '02' TO WRK-CTA-NATUREZA
               WHEN 'L'
                   MOVE '03' TO WRK-CTA-NATUREZA
               WHEN 'R'
               WHEN 'D'
                   MOVE '04' TO WRK-CTA-NATUREZA
               WHEN OTHER
                   MOVE '01' TO WRK-CTA-NATUREZA
           END-EVALUATE.

           MOVE 'I050' TO WRK-REG-CODIGO.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|I050|' DELIMITED BY SIZE
               WRK-ECD-DATA-INI DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WRK-CTA-NATUREZA DELIMITED BY SIZE
               '|A|1|' DELIMITED BY SIZE
               TAB-PCT-CONTA(WRK-PCT-SUB) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               TAB-PCT-GRUPO(WRK-PCT-SUB) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               TAB-PCT-DESCRICAO(WRK-PCT-SUB) DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

       0140-GRAVAR-CENTRO-CUSTO.

           MOVE 'I100' TO WRK-REG-CODIGO.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|I100|' DELIMITED BY SIZE
               WRK-ECD-DATA-INI DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               TAB-CCUSTO-CODIGO(WRK-SLD-SUB) DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               TAB-CCUSTO-DESCRICAO(WRK-SLD-SUB) DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

      **************************************************************
      ** SALDOS DO MES (I150 COM O PERIODO E UM I155 POR CONTA COM
      ** SALDO OU MOVIMENTO): SALDO INICIAL, DEBITOS, CREDITOS E
      ** SALDO FINAL, CADA SALDO COM O INDICADOR D/C. O SALDO DA
      ** SUITE E POSITIVO QUANDO CREDOR (PROGCOB06).
      **************************************************************
       0150-GRAVAR-PERIODO.

           MOVE WRK-ANO-ECD TO WRK-DTA-ANO.
           MOVE WRK-MES-SUB TO WRK-DTA-MES.
           MOVE 1           TO WRK-DTA-DIA.
           PERFORM 8900-FORMATAR-DATA.
           MOVE WRK-ECD-DATA TO WRK-ECD-DATA-INI.
           MOVE 'UM'         TO DTS-FUNCAO.
           MOVE WRK-DATA-AUX TO DTS-DATA1.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS     TO WRK-DTA-DIA.
           PERFORM 8900-FORMATAR-DATA.
           MOVE WRK-ECD-DATA TO WRK-ECD-DATA-FIM.

           MOVE 'I150' TO WRK-REG-CODIGO.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|I150|' DELIMITED BY SIZE
               WRK-ECD-DATA-INI DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WRK-ECD-DATA-FIM DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

           COMPUTE WRK-MES-POS = WRK-MES-SUB + 1.
           PERFORM 0160-GRAVAR-SALDO-CONTA
               VARYING WRK-SLD-SUB FROM 1 BY 1
               UNTIL WRK-SLD-SUB > WRK-TAB-SLD-QTD.

           MOVE WRK-INICIO-ANO TO WRK-DATA-AUX.
           PERFORM 8900-FORMATAR-DATA.
           MOVE WRK-ECD-DATA TO WRK-ECD-DATA-INI.

       0160-GRAVAR-SALDO-CONTA.

           IF TAB-SLD-SALDO(WRK-SLD-SUB WRK-MES-POS - 1) NOT = ZEROS
               OR TAB-SLD-SALDO(WRK-SLD-SUB WRK-MES-POS) NOT = ZEROS
               OR TAB-SLD-DEBITOS(WRK-SLD-SUB WRK-MES-POS)
                   NOT = ZEROS
               OR TAB-SLD-CREDITOS(WRK-SLD-SUB WRK-MES-POS)
                   NOT = ZEROS
               MOVE TAB-SLD-SALDO(WRK-SLD-SUB WRK-MES-POS - 1)
                   TO WRK-ECD-SALDO
               PERFORM 8930-FORMATAR-SALDO
               MOVE WRK-ECD-VALOR-TXT TO WRK-ECD-SALDO-INI-TXT
               MOVE WRK-ECD-DC        TO WRK-ECD-DC-INI
               MOVE TAB-SLD-DEBITOS(WRK-SLD-SUB WRK-MES-POS)
                   TO WRK-ECD-VALOR
               PERFORM 8910-FORMATAR-VALOR
               MOVE WRK-ECD-VALOR-TXT TO WRK-ECD-DEBITOS-TXT
               MOVE TAB-SLD-CREDITOS(WRK-SLD-SUB WRK-MES-POS)
                   TO WRK-ECD-VALOR
               PERFORM 8910-FORMATAR-VALOR
               MOVE WRK-ECD-VALOR-TXT TO WRK-ECD-CREDITOS-TXT
               MOVE TAB-SLD-SALDO(WRK-SLD-SUB WRK-MES-POS)
                   TO WRK-ECD-SALDO
               PERFORM 8930-FORMATAR-SALDO

               MOVE 'I155' TO WRK-REG-CODIGO
               MOVE SPACES TO WRK-ECD-LINHA
               STRING '|I155|' DELIMITED BY SIZE
                   TAB-SLD-CONTA(WRK-SLD-SUB) DELIMITED BY SIZE
                   '||' DELIMITED BY SIZE
                   WRK-ECD-SALDO-INI-TXT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-ECD-DC-INI DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WRK-ECD-DEBITOS-TXT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-ECD-CREDITOS-TXT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-ECD-VALOR-TXT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   WRK-ECD-DC DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   INTO WRK-ECD-LINHA
               PERFORM 0800-GRAVAR-REGISTRO
           END-IF.

      **************************************************************
      ** SEGUNDA LEITURA DO ARQUIVO MORTO: CADA PARTIDA DO ANO (E
      ** AS DE ENCERRAMENTO DO EXERCICIO, DATADAS DE 01/01 DO ANO
      ** SEGUINTE) ENTRA NO LANCAMENTO EM MONTAGEM. O ENCERRAMENTO
      ** DO ANO ANTERIOR, DATADO DE 01/01 DESTE ANO, PERTENCE A
      ** ECD DO ANO ANTERIOR E FICA DE FORA.
      **************************************************************
       0200-EXPORTAR-LANCAMENTO.

           PERFORM 8250-CLASSIFICAR-LANCAMENTO.
           IF WRK-LANCTO-DO-ANO OR WRK-LANCTO-ENCERRAMENTO
               PERFORM 0210-ACRESCENTAR-PARTIDA
           END-IF.

           READ LANCARQ-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-ACRESCENTAR-PARTIDA.

           IF WRK-TAB-PTD-QTD > ZEROS
               AND (LAQ-DATA NOT = WRK-GRP-DATA
                    OR LAQ-DOCUMENTO NOT = WRK-GRP-DOCUMENTO
                    OR WRK-TAB-PTD-QTD = 200)
               PERFORM 0220-GRAVAR-LANCAMENTO
           END-IF.

           IF WRK-TAB-PTD-QTD = ZEROS
               MOVE LAQ-DATA      TO WRK-GRP-DATA
               MOVE LAQ-DOCUMENTO TO WRK-GRP-DOCUMENTO
               MOVE ZEROS         TO WRK-GRP-VALOR
               IF WRK-LANCTO-ENCERRAMENTO
                   MOVE 'E' TO WRK-GRP-IND
               ELSE
                   MOVE 'N' TO WRK-GRP-IND
               END-IF
           END-IF.

           ADD 1 TO WRK-TAB-PTD-QTD.
           MOVE LAQ-CONTA     TO TAB-PTD-CONTA(WRK-TAB-PTD-QTD).
           MOVE LAQ-TIPO      TO TAB-PTD-TIPO(WRK-TAB-PTD-QTD).
           MOVE LAQ-VALOR     TO TAB-PTD-VALOR(WRK-TAB-PTD-QTD).
           MOVE LAQ-HISTORICO TO TAB-PTD-HISTORICO(WRK-TAB-PTD-QTD).
           IF LAQ-CENTRO-CUSTO = SPACES
               MOVE 'GERAL' TO TAB-PTD-CCUSTO(WRK-TAB-PTD-QTD)
           ELSE
               MOVE LAQ-CENTRO-CUSTO
                   TO TAB-PTD-CCUSTO(WRK-TAB-PTD-QTD)
           END-IF.
           IF LAQ-TIPO = 'D'
               ADD LAQ-VALOR TO WRK-GRP-VALOR
           END-IF.

           MOVE LAQ-CONTA TO WRK-CONTA-AUX.
           PERFORM 8500-LOCALIZAR-PLANO.
           IF NOT WRK-ACHOU
               ADD 1 TO WRK-QTD-SEM-PLANO
               MOVE SPACES        TO WRK-LINHA-SEM-PLANO
               MOVE LAQ-DATA      TO WRK-LSP-DATA
               MOVE LAQ-DOCUMENTO TO WRK-LSP-DOCUMENTO
               MOVE LAQ-CONTA     TO WRK-LSP-CONTA
               MOVE LAQ-HISTORICO TO WRK-LSP-HISTORICO
               MOVE LAQ-VALOR     TO WRK-LSP-VALOR
               MOVE LAQ-TIPO      TO WRK-LSP-TIPO
               WRITE ECDREL-LINHA FROM WRK-LINHA-SEM-PLANO
           END-IF.

      **************************************************************
      ** LANCAMENTO (I200) COM O NUMERO SEQUENCIAL DO ANO, A DATA, O
      ** VALOR (SOMA DOS DEBITOS) E O INDICADOR ('N' NORMAL, 'E'
      ** ENCERRAMENTO), SEGUIDO DAS PARTIDAS (I250). O ENCERRAMENTO
      ** SAI COM A DATA DE 31/12 DO EXERCICIO QUE ELE ENCERRA.
      **************************************************************
       0220-GRAVAR-LANCAMENTO.

           ADD 1 TO WRK-NUM-LANCAMENTO.
           IF WRK-GRP-IND = 'E'
               MOVE WRK-FIM-ANO  TO WRK-DATA-AUX
           ELSE
               MOVE WRK-GRP-DATA TO WRK-DATA-AUX
           END-IF.
           PERFORM 8900-FORMATAR-DATA.
           MOVE WRK-GRP-VALOR TO WRK-ECD-VALOR.
           PERFORM 8910-FORMATAR-VALOR.
           MOVE WRK-NUM-LANCAMENTO TO WRK-ECD-QTD.
           PERFORM 8920-FORMATAR-QUANTIDADE.

           MOVE 'I200' TO WRK-REG-CODIGO.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|I200|' DELIMITED BY SIZE
               WRK-ECD-QTD-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WRK-ECD-DATA DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WRK-ECD-VALOR-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WRK-GRP-IND DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

           PERFORM 0230-GRAVAR-PARTIDA
               VARYING WRK-PTD-SUB FROM 1 BY 1
               UNTIL WRK-PTD-SUB > WRK-TAB-PTD-QTD.
           MOVE ZEROS TO WRK-TAB-PTD-QTD.

       0230-GRAVAR-PARTIDA.

           MOVE TAB-PTD-VALOR(WRK-PTD-SUB) TO WRK-ECD-VALOR.
           PERFORM 8910-FORMATAR-VALOR.

           MOVE 'I250' TO WRK-REG-CODIGO.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|I250|' DELIMITED BY SIZE
               TAB-PTD-CONTA(WRK-PTD-SUB) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               TAB-PTD-CCUSTO(WRK-PTD-SUB) DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               WRK-ECD-VALOR-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               TAB-PTD-TIPO(WRK-PTD-SUB) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WRK-GRP-DOCUMENTO DELIMITED BY SPACE
               '||' DELIMITED BY SIZE
               TAB-PTD-HISTORICO(WRK-PTD-SUB) DELIMITED BY '  '
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

      **************************************************************
      ** FIM DO ARQUIVO MORTO: O ULTIMO LANCAMENTO EM MONTAGEM E
      ** GRAVADO E OS LANCAMENTOS DE ENCERRAMENTO AINDA PENDENTES
      ** DE PROCESSAMENTO PELO RAZAO (LANCTOS) ENTRAM POR ULTIMO.
      ** DEPOIS VEM O FECHAMENTO DO BLOCO I, O BLOCO 9 E AS
      ** QUANTIDADES NO RELATORIO DE VALIDACAO.
      **************************************************************
       0300-FINALIZAR.

           IF WRK-EXPORTAR
               IF WRK-LANCARQ-STATUS NOT = '35'
                   CLOSE LANCARQ-FILE
               END-IF
               PERFORM 0310-EXPORTAR-PENDENTES
               IF WRK-TAB-PTD-QTD > ZEROS
                   PERFORM 0220-GRAVAR-LANCAMENTO
               END-IF

               MOVE 'I990' TO WRK-REG-CODIGO
               COMPUTE WRK-ECD-QTD = TAB-REG-QTD(4) + TAB-REG-QTD(5)
                   + TAB-REG-QTD(6) + TAB-REG-QTD(7)
                   + TAB-REG-QTD(8) + TAB-REG-QTD(9)
                   + TAB-REG-QTD(10) + TAB-REG-QTD(11) + 1
               PERFORM 8920-FORMATAR-QUANTIDADE
               MOVE SPACES TO WRK-ECD-LINHA
               STRING '|I990|' DELIMITED BY SIZE
                   WRK-ECD-QTD-TXT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   INTO WRK-ECD-LINHA
               PERFORM 0800-GRAVAR-REGISTRO

               PERFORM 0330-GRAVAR-BLOCO-9
               PERFORM 0350-LISTAR-QUANTIDADES

               CLOSE ECDARQ-FILE
               CLOSE ECDREL-FILE

               DISPLAY 'ECD DO EXERCICIO ' WRK-ANO-ECD ' GERADA: '
                   WRK-NUM-LANCAMENTO ' LANCAMENTO(S), '
                   WRK-QTD-TOTAL ' LINHA(S).'
               IF WRK-QTD-SEM-PLANO > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-SEM-PLANO
                       ' PARTIDA(S) COM CONTA FORA DO PLANO '
                       '(VER ECDREL).'
               END-IF
           END-IF.

       0310-EXPORTAR-PENDENTES.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS = '35'
               CONTINUE
           ELSE
               READ LANCTOS-FILE INTO LANCARQ-REG
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0320-LER-PENDENTE UNTIL WRK-AUX-FIM
               CLOSE LANCTOS-FILE
           END-IF.

       0320-LER-PENDENTE.

           PERFORM 8250-CLASSIFICAR-LANCAMENTO.
           IF WRK-LANCTO-ENCERRAMENTO
               PERFORM 0210-ACRESCENTAR-PARTIDA
           END-IF.
           READ LANCTOS-FILE INTO LANCARQ-REG
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** BLOCO 9: UM 9900 POR REGISTRO PRESENTE NO ARQUIVO (O
      ** PROPRIO 9900, O 9990 E O 9999 INCLUSIVE), A QUANTIDADE DE
      ** LINHAS DO BLOCO 9 E O TOTAL DE LINHAS DO ARQUIVO.
      **************************************************************
       0330-GRAVAR-BLOCO-9.

           MOVE '9001' TO WRK-REG-CODIGO.
           MOVE '|9001|0|' TO WRK-ECD-LINHA.
           PERFORM 0800-GRAVAR-REGISTRO.

           MOVE 1 TO TAB-REG-QTD(15).
           MOVE 1 TO TAB-REG-QTD(16).
           MOVE 1 TO TAB-REG-QTD(14).
           MOVE ZEROS TO WRK-QTD-TIPOS.
           PERFORM 0340-CONTAR-TIPO
               VARYING WRK-REG-SUB FROM 1 BY 1
               UNTIL WRK-REG-SUB > 16.
           MOVE WRK-QTD-TIPOS TO TAB-REG-QTD(14).
           MOVE ZEROS TO WRK-QTD-TOTAL.
           PERFORM 0345-SOMAR-TIPO
               VARYING WRK-REG-SUB FROM 1 BY 1
               UNTIL WRK-REG-SUB > 16.

           PERFORM 0342-GRAVAR-QTD-REGISTRO
               VARYING WRK-REG-SUB FROM 1 BY 1
               UNTIL WRK-REG-SUB > 16.

           COMPUTE WRK-ECD-QTD = TAB-REG-QTD(13) + TAB-REG-QTD(14)
               + TAB-REG-QTD(15) + TAB-REG-QTD(16).
           PERFORM 8920-FORMATAR-QUANTIDADE.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|9990|' DELIMITED BY SIZE
               WRK-ECD-QTD-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           WRITE ECDARQ-LINHA FROM WRK-ECD-LINHA.

           MOVE WRK-QTD-TOTAL TO WRK-ECD-QTD.
           PERFORM 8920-FORMATAR-QUANTIDADE.
           MOVE SPACES TO WRK-ECD-LINHA.
           STRING '|9999|' DELIMITED BY SIZE
               WRK-ECD-QTD-TXT DELIMITED BY SPACE
               '|' DELIMITED BY SIZE
               INTO WRK-ECD-LINHA.
           WRITE ECDARQ-LINHA FROM WRK-ECD-LINHA.

       0340-CONTAR-TIPO.

           IF TAB-REG-QTD(WRK-REG-SUB) > ZEROS
               ADD 1 TO WRK-QTD-TIPOS
           END-IF.

      **************************************************************
      ** O 9990 E O 9999 JA ESTAO CONTADOS (1 CADA) E SAO GRAVADOS
      ** DIRETAMENTE, FORA DO CONTROLE DE 0800-GRAVAR-REGISTRO.
      **************************************************************
       0342-GRAVAR-QTD-REGISTRO.

           IF TAB-REG-QTD(WRK-REG-SUB) > ZEROS
               MOVE TAB-REG-QTD(WRK-REG-SUB) TO WRK-ECD-QTD
               PERFORM 8920-FORMATAR-QUANTIDADE
               MOVE SPACES TO WRK-ECD-LINHA
               STRING '|9900|' DELIMITED BY SIZE
                   TAB-REG-CODIGO(WRK-REG-SUB) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WRK-ECD-QTD-TXT DELIMITED BY SPACE
                   '|' DELIMITED BY SIZE
                   INTO WRK-ECD-LINHA
               WRITE ECDARQ-LINHA FROM WRK-ECD-LINHA
           END-IF.

       0345-SOMAR-TIPO.

           ADD TAB-REG-QTD(WRK-REG-SUB) TO WRK-QTD-TOTAL.

       0350-LISTAR-QUANTIDADES.

           MOVE SPACES TO ECDREL-LINHA.
           STRING 'PARTIDAS COM CONTA FORA DO PLANO: '
               DELIMITED BY SIZE
               WRK-QTD-SEM-PLANO DELIMITED BY SIZE
               INTO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           MOVE SPACES TO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           MOVE 'QUANTIDADE DE LINHAS POR REGISTRO:' TO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           PERFORM 0360-LISTAR-REGISTRO
               VARYING WRK-REG-SUB FROM 1 BY 1
               UNTIL WRK-REG-SUB > 16.

           MOVE SPACES TO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           MOVE 'QUANTIDADE DE LINHAS POR BLOCO:' TO ECDREL-LINHA.
           WRITE ECDREL-LINHA.
           COMPUTE WRK-QTD-BLOCO = TAB-REG-QTD(1) + TAB-REG-QTD(2)
               + TAB-REG-QTD(3).
           MOVE 'BL.0' TO WRK-LQR-CODIGO.
           MOVE WRK-QTD-BLOCO TO WRK-LQR-QTD.
           WRITE ECDREL-LINHA FROM WRK-LINHA-QTD-REG.
           COMPUTE WRK-QTD-BLOCO = TAB-REG-QTD(4) + TAB-REG-QTD(5)
               + TAB-REG-QTD(6) + TAB-REG-QTD(7) + TAB-REG-QTD(8)
               + TAB-REG-QTD(9) + TAB-REG-QTD(10) + TAB-REG-QTD(11)
               + TAB-REG-QTD(12).
           MOVE 'BL.I' TO WRK-LQR-CODIGO.
           MOVE WRK-QTD-BLOCO TO WRK-LQR-QTD.
           WRITE ECDREL-LINHA FROM WRK-LINHA-QTD-REG.
           COMPUTE WRK-QTD-BLOCO = TAB-REG-QTD(13) + TAB-REG-QTD(14)
               + TAB-REG-QTD(15) + TAB-REG-QTD(16).
           MOVE 'BL.9' TO WRK-LQR-CODIGO.
           MOVE WRK-QTD-BLOCO TO WRK-LQR-QTD.
           WRITE ECDREL-LINHA FROM WRK-LINHA-QTD-REG.
           MOVE 'TOT.' TO WRK-LQR-CODIGO.
           MOVE WRK-QTD-TOTAL TO WRK-LQR-QTD.
           WRITE ECDREL-LINHA FROM WRK-LINHA-QTD-REG.

       0360-LISTAR-REGISTRO.

           MOVE TAB-REG-CODIGO(WRK-REG-SUB) TO WRK-LQR-CODIGO.
           MOVE TAB-REG-QTD(WRK-REG-SUB)    TO WRK-LQR-QTD.
           WRITE ECDREL-LINHA FROM WRK-LINHA-QTD-REG.

      **************************************************************
      ** GRAVACAO DE UMA LINHA DO ARQUIVO (WRK-ECD-LINHA), CONTADA
      ** NO REGISTRO WRK-REG-CODIGO.
      **************************************************************
       0800-GRAVAR-REGISTRO.

           WRITE ECDARQ-LINHA FROM WRK-ECD-LINHA.
           SET REG-IDX TO 1.
           SEARCH TAB-REG-CODIGO
               AT END
                   CONTINUE
               WHEN TAB-REG-CODIGO(REG-IDX) = WRK-REG-CODIGO
                   SET WRK-REG-SUB TO REG-IDX
                   ADD 1 TO TAB-REG-QTD(WRK-REG-SUB)
           END-SEARCH.

      **************************************************************
      ** CARGA DO PLANO CLASSIFICADO, COM A MESMA DERIVACAO POR
      ** PREFIXO DO PROGFANO PARA O PLANO ANTIGO SEM TIPO.
      **************************************************************
       8000-CARREGAR-PLANO-CONTAS.

           MOVE 'N' TO WRK-PLANO-FIM-SW.
           MOVE 0   TO WRK-TAB-PCT-QTD.
           OPEN INPUT PLANOCTA-FILE.
           IF WRK-PLANOCTA-STATUS NOT = '35'
               READ PLANOCTA-FILE
                   AT END SET WRK-PLANO-FIM TO TRUE
               END-READ
               PERFORM 8010-LER-CONTA UNTIL WRK-PLANO-FIM
               CLOSE PLANOCTA-FILE
           END-IF.

       8010-LER-CONTA.

           IF WRK-TAB-PCT-QTD < 100
               ADD 1 TO WRK-TAB-PCT-QTD
               MOVE PCT-CONTA     TO TAB-PCT-CONTA(WRK-TAB-PCT-QTD)
               MOVE PCT-DESCRICAO TO
                   TAB-PCT-DESCRICAO(WRK-TAB-PCT-QTD)
               MOVE PCT-GRUPO     TO TAB-PCT-GRUPO(WRK-TAB-PCT-QTD)
               IF PCT-TIPO = 'A' OR 'P' OR 'L' OR 'R' OR 'D'
                   MOVE PCT-TIPO TO TAB-PCT-TIPO(WRK-TAB-PCT-QTD)
               ELSE
                   IF PCT-CONTA(1:2) = '42'
                       MOVE 'R' TO TAB-PCT-TIPO(WRK-TAB-PCT-QTD)
                   ELSE
                       IF PCT-CONTA(1:1) = '4'
                           MOVE 'D' TO TAB-PCT-TIPO(WRK-TAB-PCT-QTD)
                       ELSE
                           MOVE 'A' TO TAB-PCT-TIPO(WRK-TAB-PCT-QTD)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ PLANOCTA-FILE
               AT END SET WRK-PLANO-FIM TO TRUE
           END-READ.

      **************************************************************
      ** O EXERCICIO DEVE CONSTAR DO FECHAMENTO ANUAL (FECHANO).
      **************************************************************
       8100-CONFERIR-ANO-FECHADO.

           MOVE 'N' TO WRK-ANO-FECHADO-SW.
           MOVE 'N' TO WRK-AUX-FIM-SW.

           OPEN INPUT FECHANO-FILE.
           IF WRK-FECHANO-STATUS = '35'
               CONTINUE
           ELSE
               READ FECHANO-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8110-CONFERIR-ANO UNTIL WRK-AUX-FIM
               CLOSE FECHANO-FILE
           END-IF.

       8110-CONFERIR-ANO.

           IF FAN-ANO = WRK-ANO-ECD
               SET WRK-ANO-FECHADO TO TRUE
           END-IF.
           READ FECHANO-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** PRIMEIRA LEITURA DO ARQUIVO MORTO: DEBITOS E CREDITOS DE
      ** CADA CONTA EM CADA MES DO ANO (O ENCERRAMENTO DO EXERCICIO,
      ** DATADO DO ANO SEGUINTE, NAO ENTRA NOS SALDOS MENSAIS).
      **************************************************************
       8200-ACUMULAR-MOVIMENTOS.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-SLD-QTD.

           OPEN INPUT LANCARQ-FILE.
           IF WRK-LANCARQ-STATUS = '35'
               CONTINUE
           ELSE
               READ LANCARQ-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8210-ACUMULAR-LANCAMENTO UNTIL WRK-AUX-FIM
               CLOSE LANCARQ-FILE
           END-IF.

       8210-ACUMULAR-LANCAMENTO.

           PERFORM 8250-CLASSIFICAR-LANCAMENTO.
           IF WRK-LANCTO-DO-ANO
               MOVE LAQ-CONTA TO WRK-CONTA-AUX
               PERFORM 8600-LOCALIZAR-SALDO
               IF WRK-ACHOU
                   COMPUTE WRK-MES-POS = WRK-LAQ-MES + 1
                   IF LAQ-TIPO = 'D'
                       ADD LAQ-VALOR TO
                           TAB-SLD-DEBITOS(WRK-SLD-POS WRK-MES-POS)
                   ELSE
                       ADD LAQ-VALOR TO
                           TAB-SLD-CREDITOS(WRK-SLD-POS WRK-MES-POS)
                   END-IF
               END-IF
           END-IF.
           READ LANCARQ-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8250-CLASSIFICAR-LANCAMENTO.

           MOVE 'N' TO WRK-DO-ANO-SW.
           MOVE 'N' TO WRK-ENCERR-SW.
           DIVIDE LAQ-DATA BY 10000
               GIVING WRK-LAQ-ANO REMAINDER WRK-LAQ-RESTO.
           DIVIDE WRK-LAQ-RESTO BY 100 GIVING WRK-LAQ-MES.
           IF LAQ-DATA = WRK-DATA-ENCERR
               AND LAQ-DOCUMENTO = WRK-DOC-ENCERR
               SET WRK-LANCTO-ENCERRAMENTO TO TRUE
           ELSE
               IF WRK-LAQ-ANO = WRK-ANO-ECD
                   AND WRK-LAQ-MES >= 1 AND WRK-LAQ-MES <= 12
                   AND NOT (LAQ-DATA = WRK-INICIO-ANO
                            AND LAQ-DOCUMENTO = WRK-DOC-ENCERR)
                   SET WRK-LANCTO-DO-ANO TO TRUE
               END-IF
           END-IF.

      **************************************************************
      ** SALDOS FECHADOS (FECHSNAP) DE DEZEMBRO DO ANO ANTERIOR A
      ** DEZEMBRO DO ANO. MES SEM FOTOGRAFIA TEM O SALDO FINAL
      ** CALCULADO (SALDO DO MES ANTERIOR MAIS CREDITOS MENOS
      ** DEBITOS DO MES).
      **************************************************************
       8300-CARREGAR-SALDOS-FECHADOS.

           MOVE 'N' TO WRK-AUX-FIM-SW.

           OPEN INPUT FECHSNAP-FILE.
           IF WRK-FECHSNAP-STATUS = '35'
               CONTINUE
           ELSE
               READ FECHSNAP-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8310-LER-SALDO-FECHADO UNTIL WRK-AUX-FIM
               CLOSE FECHSNAP-FILE
           END-IF.

           PERFORM 8320-COMPLETAR-SALDO
               VARYING WRK-SLD-SUB FROM 1 BY 1
               UNTIL WRK-SLD-SUB > WRK-TAB-SLD-QTD
               AFTER WRK-MES-SUB FROM 2 BY 1
               UNTIL WRK-MES-SUB > 13.

       8310-LER-SALDO-FECHADO.

           DIVIDE FSN-ANOMES BY 100
               GIVING WRK-FSN-ANO REMAINDER WRK-FSN-MES.
           MOVE ZEROS TO WRK-MES-POS.
           IF FSN-ANOMES = WRK-ANOMES-DEZ-ANT
               MOVE 1 TO WRK-MES-POS
           ELSE
               IF WRK-FSN-ANO = WRK-ANO-ECD
                   AND WRK-FSN-MES >= 1 AND WRK-FSN-MES <= 12
                   COMPUTE WRK-MES-POS = WRK-FSN-MES + 1
               END-IF
           END-IF.

           IF WRK-MES-POS > ZEROS
               MOVE FSN-CONTA TO WRK-CONTA-AUX
               PERFORM 8600-LOCALIZAR-SALDO
               IF WRK-ACHOU
                   MOVE FSN-SALDO TO
                       TAB-SLD-SALDO(WRK-SLD-POS WRK-MES-POS)
                   MOVE 'S' TO
                       TAB-SLD-FOTO-SW(WRK-SLD-POS WRK-MES-POS)
               END-IF
           END-IF.
           READ FECHSNAP-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8320-COMPLETAR-SALDO.

           IF NOT TAB-SLD-TEM-FOTO(WRK-SLD-SUB WRK-MES-SUB)
               COMPUTE TAB-SLD-SALDO(WRK-SLD-SUB WRK-MES-SUB) =
                   TAB-SLD-SALDO(WRK-SLD-SUB WRK-MES-SUB - 1)
                   + TAB-SLD-CREDITOS(WRK-SLD-SUB WRK-MES-SUB)
                   - TAB-SLD-DEBITOS(WRK-SLD-SUB WRK-MES-SUB)
           END-IF.

      **************************************************************
      ** BUSCA DE WRK-CONTA-AUX NO PLANO (WRK-ACHOU).
      **************************************************************
       8500-LOCALIZAR-PLANO.

           MOVE 'N' TO WRK-ACHOU-SW.
           IF WRK-TAB-PCT-QTD > ZEROS
               SET PCT-IDX TO 1
               SEARCH TAB-PCT
                   AT END
                       CONTINUE
                   WHEN TAB-PCT-CONTA(PCT-IDX) = WRK-CONTA-AUX
                       SET WRK-ACHOU TO TRUE
               END-SEARCH
           END-IF.

      **************************************************************
      ** LINHA DE WRK-CONTA-AUX NA TABELA DE SALDOS (WRK-SLD-POS);
      ** CONTA NOVA E INSERIDA NA ORDEM DA CONTA, DESLOCANDO AS
      ** MAIORES UMA CASA PARA BAIXO. ACIMA DA CAPACIDADE A ECD NAO
      ** E GERADA (WRK-ESTOUROU).
      **************************************************************
       8600-LOCALIZAR-SALDO.

           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM 8610-PROCURAR-SALDO
               VARYING WRK-SLD-SUB FROM 1 BY 1
               UNTIL WRK-SLD-SUB > WRK-TAB-SLD-QTD
                  OR WRK-ACHOU.

           IF NOT WRK-ACHOU
               IF WRK-TAB-SLD-QTD < 200
                   ADD 1 TO WRK-TAB-SLD-QTD
                   MOVE WRK-TAB-SLD-QTD TO WRK-SLD-POS
                   MOVE 'N' TO WRK-POSICAO-SW
                   PERFORM 8620-DESLOCAR-SALDO UNTIL WRK-POSICAO-OK
                   INITIALIZE TAB-SLD(WRK-SLD-POS)
                   MOVE WRK-CONTA-AUX TO TAB-SLD-CONTA(WRK-SLD-POS)
                   SET WRK-ACHOU TO TRUE
               ELSE
                   SET WRK-ESTOUROU TO TRUE
               END-IF
           END-IF.

       8610-PROCURAR-SALDO.

           IF TAB-SLD-CONTA(WRK-SLD-SUB) = WRK-CONTA-AUX
               SET WRK-ACHOU TO TRUE
               MOVE WRK-SLD-SUB TO WRK-SLD-POS
           END-IF.

       8620-DESLOCAR-SALDO.

           IF WRK-SLD-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-SLD-CONTA(WRK-SLD-POS - 1) > WRK-CONTA-AUX
                   MOVE TAB-SLD(WRK-SLD-POS - 1)
                       TO TAB-SLD(WRK-SLD-POS)
                   SUBTRACT 1 FROM WRK-SLD-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

      **************************************************************
      ** FORMATACAO DOS CAMPOS DO ARQUIVO.
      **************************************************************
       8900-FORMATAR-DATA.

           MOVE WRK-DTA-DIA TO WRK-ECD-DIA.
           MOVE WRK-DTA-MES TO WRK-ECD-MES.
           MOVE WRK-DTA-ANO TO WRK-ECD-ANO.

       8910-FORMATAR-VALOR.

           MOVE WRK-ECD-VALOR TO WRK-ECD-VALOR-ED.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-ECD-VALOR-ED
               TALLYING WRK-QTD-BRANCOS FOR LEADING SPACES.
           MOVE SPACES TO WRK-ECD-VALOR-TXT.
           MOVE WRK-ECD-VALOR-ED(WRK-QTD-BRANCOS + 1:)
               TO WRK-ECD-VALOR-TXT.

       8920-FORMATAR-QUANTIDADE.

           MOVE WRK-ECD-QTD TO WRK-ECD-QTD-ED.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-ECD-QTD-ED
               TALLYING WRK-QTD-BRANCOS FOR LEADING SPACES.
           MOVE SPACES TO WRK-ECD-QTD-TXT.
           MOVE WRK-ECD-QTD-ED(WRK-QTD-BRANCOS + 1:)
               TO WRK-ECD-QTD-TXT.

       8930-FORMATAR-SALDO.

           IF WRK-ECD-SALDO < ZEROS
               COMPUTE WRK-ECD-VALOR = ZERO - WRK-ECD-SALDO
               MOVE 'D' TO WRK-ECD-DC
           ELSE
               MOVE WRK-ECD-SALDO TO WRK-ECD-VALOR
               MOVE 'C' TO WRK-ECD-DC
           END-IF.
           PERFORM 8910-FORMATAR-VALOR.

       COPY CPYCCUPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
