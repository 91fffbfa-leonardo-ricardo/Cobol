       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAPUB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: APURACAO MENSAL DE ICMS, PIS E COFINS DO MES DA
      **    DATA DO LOTE, RODADA NO FECHAMENTO DO MES.
      **    - ICMS: DEBITOS DAS FATURAS DO LIVRO FATREG (MENOS AS
      **      REJEITADAS PELA SEFAZ), MENOS OS ESTORNOS DAS NOTAS DE
      **      CREDITO (NOTACRED), MENOS OS CREDITOS DAS NOTAS DE
      **      FORNECEDOR (ICMS DESTACADO NOS TITULOS DO CONTAPAG) E
      **      O SALDO CREDOR DO MES ANTERIOR. SALDO CREDOR QUE
      **      SOBRA E TRANSPORTADO PARA O MES SEGUINTE;
      **    - PIS E COFINS: ALIQUOTAS DO REGIME NAO CUMULATIVO SOBRE
      **      A RECEITA LIQUIDA (FATURAS MENOS DEVOLUCOES).
      **    EMITE O LIVRO DE APURACAO (APURREL) POR IMPOSTO, GERA NO
      **    CONTAS A PAGAR O TITULO DE CADA IMPOSTO A RECOLHER (TIPO
      **    'T', VENCIMENTO NO MES SEGUINTE EM DIA UTIL) E EMITE NO
      **    RAZAO (LANCTOS) OS LANCAMENTOS QUE RECONHECEM OS
      **    IMPOSTOS DO PERIODO E ZERAM AS CONTAS DE IMPOSTO,
      **    TRANSFERINDO O A RECOLHER PARA O TITULO. O HISTORICO
      **    APURHIST GUARDA CADA MES APURADO E IMPEDE A REAPURACAO.
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
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATREG-STATUS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACRED-STATUS.
           SELECT APURHIST-FILE ASSIGN TO "APURHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APURHIST-STATUS.
           SELECT APURREL-FILE ASSIGN TO "APURREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-APURREL-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYCPGSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  FATREG-FILE.
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-QTD-ITENS      PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-TOTAL          PIC 9(09)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-UF             PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-ICMS           PIC 9(09)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-PROTOCOLO      PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-SIT-FISCAL     PIC X(01).
               88  FRG-FISCAL-PENDENTE        VALUE 'P'.
               88  FRG-FISCAL-AUTORIZADA      VALUE 'A'.
               88  FRG-FISCAL-REJEITADA       VALUE 'R'.

       FD  NOTACRED-FILE.
       01  NOTACRED-REG.
           05  NCR-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-FATURA-ORIG    PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-CLIENTE.
               10  NCR-TIPO-PESSOA PIC X(01).
               10  NCR-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-VALOR          PIC 9(09)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-UF             PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-ICMS           PIC 9(09)V99.

       FD  APURHIST-FILE.
       01  APURHIST-REG.
           05  APH-ANOMES         PIC 9(06).
           05  APH-DATA-APURACAO  PIC 9(08).
           05  APH-ICMS-DEBITO    PIC 9(11)V99.
           05  APH-ICMS-ESTORNO   PIC 9(11)V99.
           05  APH-ICMS-CREDITO   PIC 9(11)V99.
           05  APH-ICMS-CRED-ANT  PIC 9(11)V99.
           05  APH-ICMS-RECOLHER  PIC 9(11)V99.
           05  APH-ICMS-CRED-SEG  PIC 9(11)V99.
           05  APH-RECEITA-LIQ    PIC 9(11)V99.
           05  APH-PIS            PIC 9(11)V99.
           05  APH-COFINS         PIC 9(11)V99.

       FD  APURREL-FILE.
       01  APURREL-LINHA          PIC X(90).

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
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-FATREG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-NOTACRED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-APURHIST-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-APURREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ARQ-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-ARQ-FIM                    VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                  VALUE 'S'.
       77  WRK-RECUSADO-SW        PIC X(01) VALUE 'N'.
           88  WRK-RECUSADO                   VALUE 'S'.
       77  WRK-CONTAPAG-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAPAG-ABERTO            VALUE 'S'.
       77  WRK-PROX-NUMERO        PIC 9(08) VALUE 1.
       77  WRK-ANOMES-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FATURAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NOTAS-CREDITO  PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NOTAS-FORNEC   PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-TITULOS        PIC 9(01) VALUE ZEROS.
       77  WRK-ICMS-DEBITO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-ESTORNO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-CREDITO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-CRED-ANT      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-RECOLHER      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-CRED-SEG      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-LIQ-SAIDAS    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-SALDO         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-COMPENSADO    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ICMS-EXCESSO-EST   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RECEITA-BRUTA      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DEVOLUCOES         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RECEITA-LIQ        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PIS                PIC 9(11)V99 VALUE ZEROS.
       77  WRK-COFINS             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-ALIQ-PIS           PIC 9(02)V99 VALUE 1,65.
       77  WRK-ALIQ-COFINS        PIC 9(02)V99 VALUE 7,60.
       77  WRK-DIA-VENCTO-ICMS    PIC 9(02) VALUE 20.
       77  WRK-DIA-VENCTO-FEDERAL PIC 9(02) VALUE 25.
       77  WRK-DIA-VENCTO         PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-LANCTO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-DEBITO       PIC 9(05) VALUE ZEROS.
       77  WRK-CONTA-CREDITO      PIC 9(05) VALUE ZEROS.
       77  WRK-HISTORICO          PIC X(30) VALUE SPACES.
       77  WRK-CONTA-ICMS-VENDAS  PIC 9(05) VALUE 41014.
       77  WRK-CONTA-PIS-DESP     PIC 9(05) VALUE 41015.
       77  WRK-CONTA-COFINS-DESP  PIC 9(05) VALUE 41016.
       77  WRK-CONTA-COMPRAS      PIC 9(05) VALUE 41003.
       77  WRK-CONTA-ICMS-RECUP   PIC 9(05) VALUE 11007.
       77  WRK-CONTA-ICMS-RECOL   PIC 9(05) VALUE 21006.
       77  WRK-CONTA-PIS-RECOL    PIC 9(05) VALUE 21014.
       77  WRK-CONTA-COFINS-RECOL PIC 9(05) VALUE 21015.
       77  WRK-CONTA-A-PAGAR      PIC 9(05) VALUE 21003.
       01  WRK-ANOMES-APURACAO.
           05  WRK-APU-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-APU-MES        PIC 9(02) VALUE ZEROS.
       01  WRK-DATA-REG.
           05  WRK-DR-ANOMES      PIC 9(06).
           05  WRK-DR-DIA         PIC 9(02).
       01  WRK-DOCUMENTO-APU.
           05  WRK-DA-PREFIXO     PIC X(04) VALUE 'APUR'.
           05  WRK-DA-ANOMES      PIC 9(06) VALUE ZEROS.
       01  WRK-VENCTO.
           05  WRK-VCT-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-VCT-MES        PIC 9(02) VALUE ZEROS.
           05  WRK-VCT-DIA        PIC 9(02) VALUE ZEROS.
       01  WRK-LINHA-VALOR.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-TEXTO       PIC X(45).
           05  WRK-LV-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-TITULO-CPG.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
               'TITULO CONTAS A PAGAR '.
           05  WRK-LT-NUMERO      PIC 9(08).
           05  FILLER             PIC X(14) VALUE '   VENCIMENTO '.
           05  WRK-LT-VCT-DIA     PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LT-VCT-MES     PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LT-VCT-ANO     PIC 9(04).
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYDTSWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF NOT WRK-RECUSADO
               PERFORM 0200-SOMAR-FATURAS
               PERFORM 0210-SOMAR-NOTAS-CREDITO
               PERFORM 0220-SOMAR-CREDITOS-FORNEC
               PERFORM 0230-APURAR-IMPOSTOS
               PERFORM 0240-IMPRIMIR-LIVRO
               PERFORM 0250-GERAR-TITULOS
               PERFORM 0260-GRAVAR-LANCAMENTOS
               PERFORM 0270-GRAVAR-HISTORICO
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** MES APURADO: O DA DATA DO LOTE. MES JA PRESENTE NO
      ** APURHIST RECUSA A EXECUCAO SEM GERAR TITULO NEM
      ** LANCAMENTO; O SALDO CREDOR DE ICMS VEM DO ULTIMO MES
      ** APURADO ANTES DELE.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-ANO TO WRK-APU-ANO.
           MOVE WRK-LOTECAB-MES TO WRK-APU-MES.
           MOVE WRK-ANOMES-APURACAO TO WRK-DA-ANOMES.

           PERFORM 8100-LER-HISTORICO.
           IF WRK-RECUSADO
               MOVE 'PROGAPUB'             TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'     TO ABL-PARAGRAFO
               MOVE WRK-APURHIST-STATUS    TO ABL-STATUS-ARQUIVO
               MOVE 'MES JA APURADO - APURACAO RECUSADA'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           ELSE
               OPEN I-O CONTAPAG-FILE
               IF WRK-CONTAPAG-STATUS = '35'
                   CLOSE CONTAPAG-FILE
                   OPEN OUTPUT CONTAPAG-FILE
                   CLOSE CONTAPAG-FILE
                   OPEN I-O CONTAPAG-FILE
               END-IF
               IF WRK-CONTAPAG-STATUS NOT = '00'
                   MOVE 'PROGAPUB'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-CONTAPAG-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CONTAS A PAGAR'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-RECUSADO TO TRUE
               ELSE
                   SET WRK-CONTAPAG-ABERTO TO TRUE
                   PERFORM 8000-DERIVAR-PROXIMO-NUMERO
               END-IF
           END-IF.

      **************************************************************
      ** DEBITOS DE ICMS E RECEITA BRUTA: FATURAS DO MES NO LIVRO
      ** FATREG, MENOS AS REJEITADAS PELA SEFAZ (NAO TEM VALIDADE
      ** FISCAL).
      **************************************************************
       0200-SOMAR-FATURAS.

           MOVE 'N' TO WRK-ARQ-FIM-SW.
           OPEN INPUT FATREG-FILE.
           IF WRK-FATREG-STATUS = '00'
               READ FATREG-FILE
                   AT END SET WRK-ARQ-FIM TO TRUE
               END-READ
               PERFORM 0201-SOMAR-FATURA UNTIL WRK-ARQ-FIM
               CLOSE FATREG-FILE
           END-IF.

       0201-SOMAR-FATURA.

           MOVE FRG-DATA TO WRK-DATA-REG.
           IF WRK-DR-ANOMES = WRK-ANOMES-APURACAO
               AND NOT FRG-FISCAL-REJEITADA
               ADD 1         TO WRK-QTD-FATURAS
               ADD FRG-ICMS  TO WRK-ICMS-DEBITO
               ADD FRG-TOTAL TO WRK-RECEITA-BRUTA
           END-IF.
           READ FATREG-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** ESTORNOS DE ICMS E DEVOLUCOES: NOTAS DE CREDITO DO MES
      ** (NOTACRED, GRAVADAS PELO PROGVENDB).
      **************************************************************
       0210-SOMAR-NOTAS-CREDITO.

           MOVE 'N' TO WRK-ARQ-FIM-SW.
           OPEN INPUT NOTACRED-FILE.
           IF WRK-NOTACRED-STATUS = '00'
               READ NOTACRED-FILE
                   AT END SET WRK-ARQ-FIM TO TRUE
               END-READ
               PERFORM 0211-SOMAR-NOTA-CREDITO UNTIL WRK-ARQ-FIM
               CLOSE NOTACRED-FILE
           END-IF.

       0211-SOMAR-NOTA-CREDITO.

           MOVE NCR-DATA TO WRK-DATA-REG.
           IF WRK-DR-ANOMES = WRK-ANOMES-APURACAO
               ADD 1         TO WRK-QTD-NOTAS-CREDITO
               ADD NCR-ICMS  TO WRK-ICMS-ESTORNO
               ADD NCR-VALOR TO WRK-DEVOLUCOES
           END-IF.
           READ NOTACRED-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CREDITOS DE ICMS SOBRE AS COMPRAS: ICMS DESTACADO NAS NOTAS
      ** DE FORNECEDOR EMITIDAS NO MES (TITULOS TIPO 'N' DO
      ** CONTAPAG). TITULO ANTIGO SEM O CAMPO CONTA COMO ZERO.
      **************************************************************
       0220-SOMAR-CREDITOS-FORNEC.

           MOVE 'N'   TO WRK-VARRE-FIM-SW.
           MOVE ZEROS TO CPG-NUMERO.
           START CONTAPAG-FILE KEY IS NOT LESS THAN CPG-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.
           PERFORM 0221-SOMAR-CREDITO-FORNEC UNTIL WRK-VARRE-FIM.

       0221-SOMAR-CREDITO-FORNEC.

           READ CONTAPAG-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   MOVE CPG-DATA-EMISSAO TO WRK-DATA-REG
                   IF CPG-TIPO-FORNECEDOR
                       AND WRK-DR-ANOMES = WRK-ANOMES-APURACAO
                       AND CPG-ICMS-CREDITO IS NUMERIC
                       ADD 1 TO WRK-QTD-NOTAS-FORNEC
                       ADD CPG-ICMS-CREDITO TO WRK-ICMS-CREDITO
                   END-IF
           END-READ.

      **************************************************************
      ** ICMS: SAIDAS LIQUIDAS (DEBITOS MENOS ESTORNOS) MENOS OS
      ** CREDITOS DO MES E O SALDO CREDOR ANTERIOR; RESULTADO
      ** NEGATIVO VIRA SALDO CREDOR A TRANSPORTAR. PIS E COFINS
      ** SOBRE A RECEITA LIQUIDA DO MES.
      **************************************************************
       0230-APURAR-IMPOSTOS.

           COMPUTE WRK-ICMS-LIQ-SAIDAS =
               WRK-ICMS-DEBITO - WRK-ICMS-ESTORNO.
           COMPUTE WRK-ICMS-SALDO = WRK-ICMS-LIQ-SAIDAS
               - WRK-ICMS-CREDITO - WRK-ICMS-CRED-ANT.
           IF WRK-ICMS-SALDO > ZEROS
               MOVE WRK-ICMS-SALDO TO WRK-ICMS-RECOLHER
               MOVE ZEROS          TO WRK-ICMS-CRED-SEG
           ELSE
               MOVE ZEROS          TO WRK-ICMS-RECOLHER
               COMPUTE WRK-ICMS-CRED-SEG = ZEROS - WRK-ICMS-SALDO
           END-IF.
           IF WRK-ICMS-LIQ-SAIDAS > ZEROS
               COMPUTE WRK-ICMS-COMPENSADO =
                   WRK-ICMS-LIQ-SAIDAS - WRK-ICMS-RECOLHER
               MOVE ZEROS TO WRK-ICMS-EXCESSO-EST
           ELSE
               MOVE ZEROS TO WRK-ICMS-COMPENSADO
               COMPUTE WRK-ICMS-EXCESSO-EST =
                   ZEROS - WRK-ICMS-LIQ-SAIDAS
           END-IF.

           IF WRK-RECEITA-BRUTA > WRK-DEVOLUCOES
               COMPUTE WRK-RECEITA-LIQ =
                   WRK-RECEITA-BRUTA - WRK-DEVOLUCOES
           ELSE
               MOVE ZEROS TO WRK-RECEITA-LIQ
           END-IF.
           COMPUTE WRK-PIS ROUNDED =
               WRK-RECEITA-LIQ * WRK-ALIQ-PIS / 100.
           COMPUTE WRK-COFINS ROUNDED =
               WRK-RECEITA-LIQ * WRK-ALIQ-COFINS / 100.

       0240-IMPRIMIR-LIVRO.

           OPEN OUTPUT APURREL-FILE.
           MOVE 'PROGAPUB' TO WRK-CAB-PROGRAMA.
           MOVE 'LIVRO DE APURACAO DE IMPOSTOS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE APURREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE APURREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           STRING 'PERIODO DE APURACAO: ' DELIMITED BY SIZE
               WRK-APU-MES                DELIMITED BY SIZE
               '/'                        DELIMITED BY SIZE
               WRK-APU-ANO                DELIMITED BY SIZE
               '   FATURAS: '             DELIMITED BY SIZE
               WRK-QTD-FATURAS            DELIMITED BY SIZE
               '   NOTAS CRED: '          DELIMITED BY SIZE
               WRK-QTD-NOTAS-CREDITO      DELIMITED BY SIZE
               '   NOTAS FORN: '          DELIMITED BY SIZE
               WRK-QTD-NOTAS-FORNEC       DELIMITED BY SIZE
               INTO APURREL-LINHA.
           WRITE APURREL-LINHA.

           MOVE SPACES TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE 'ICMS' TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE 'DEBITOS POR SAIDAS (FATURAS)' TO WRK-LV-TEXTO.
           MOVE WRK-ICMS-DEBITO TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.
           MOVE '(-) ESTORNOS S/ DEVOLUCOES' TO WRK-LV-TEXTO.
           MOVE WRK-ICMS-ESTORNO TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.
           MOVE '(-) CREDITOS POR ENTRADAS (FORNECEDORES)'
               TO WRK-LV-TEXTO.
           MOVE WRK-ICMS-CREDITO TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.
           MOVE '(-) SALDO CREDOR DO PERIODO ANTERIOR'
               TO WRK-LV-TEXTO.
           MOVE WRK-ICMS-CRED-ANT TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.
           MOVE '(=) ICMS A RECOLHER' TO WRK-LV-TEXTO.
           MOVE WRK-ICMS-RECOLHER TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.
           MOVE 'SALDO CREDOR A TRANSPORTAR' TO WRK-LV-TEXTO.
           MOVE WRK-ICMS-CRED-SEG TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.

           MOVE SPACES TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE 'BASE PIS/COFINS' TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE 'RECEITA BRUTA (FATURAS)' TO WRK-LV-TEXTO.
           MOVE WRK-RECEITA-BRUTA TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.
           MOVE '(-) DEVOLUCOES (NOTAS DE CREDITO)' TO WRK-LV-TEXTO.
           MOVE WRK-DEVOLUCOES TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.
           MOVE '(=) RECEITA LIQUIDA' TO WRK-LV-TEXTO.
           MOVE WRK-RECEITA-LIQ TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.

           MOVE SPACES TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE SPACES TO APURREL-LINHA.
           STRING 'PIS - ALIQUOTA ' DELIMITED BY SIZE
               WRK-ALIQ-PIS         DELIMITED BY SIZE
               '%'                  DELIMITED BY SIZE
               INTO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE '(=) PIS A RECOLHER' TO WRK-LV-TEXTO.
           MOVE WRK-PIS TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.

           MOVE SPACES TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE SPACES TO APURREL-LINHA.
           STRING 'COFINS - ALIQUOTA ' DELIMITED BY SIZE
               WRK-ALIQ-COFINS         DELIMITED BY SIZE
               '%'                     DELIMITED BY SIZE
               INTO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE '(=) COFINS A RECOLHER' TO WRK-LV-TEXTO.
           MOVE WRK-COFINS TO WRK-LV-VALOR.
           WRITE APURREL-LINHA FROM WRK-LINHA-VALOR.

      **************************************************************
      ** UM TITULO POR IMPOSTO A RECOLHER NO CONTAS A PAGAR: ICMS
      ** COM VENCIMENTO NO DIA 20 E PIS/COFINS NO DIA 25 DO MES
      ** SEGUINTE, EMPURRADOS PARA DIA UTIL (PROGDATA). IMPOSTO
      ** ZERADO NAO GERA TITULO.
      **************************************************************
       0250-GERAR-TITULOS.

           MOVE SPACES TO APURREL-LINHA.
           WRITE APURREL-LINHA.
           MOVE 'TITULOS GERADOS' TO APURREL-LINHA.
           WRITE APURREL-LINHA.

           IF WRK-ICMS-RECOLHER > ZEROS
               MOVE WRK-DIA-VENCTO-ICMS TO WRK-DIA-VENCTO
               MOVE 'SEFAZ-ICMS'        TO CPG-FORNECEDOR
               MOVE 'ICMS'              TO CPG-DOCUMENTO
               MOVE WRK-ICMS-RECOLHER   TO CPG-VALOR
               PERFORM 0251-GRAVAR-TITULO-IMPOSTO
           END-IF.
           IF WRK-PIS > ZEROS
               MOVE WRK-DIA-VENCTO-FEDERAL TO WRK-DIA-VENCTO
               MOVE 'RFB-PIS'           TO CPG-FORNECEDOR
               MOVE 'PIS'               TO CPG-DOCUMENTO
               MOVE WRK-PIS             TO CPG-VALOR
               PERFORM 0251-GRAVAR-TITULO-IMPOSTO
           END-IF.
           IF WRK-COFINS > ZEROS
               MOVE WRK-DIA-VENCTO-FEDERAL TO WRK-DIA-VENCTO
               MOVE 'RFB-COFINS'        TO CPG-FORNECEDOR
               MOVE 'COFI'              TO CPG-DOCUMENTO
               MOVE WRK-COFINS          TO CPG-VALOR
               PERFORM 0251-GRAVAR-TITULO-IMPOSTO
           END-IF.

       0251-GRAVAR-TITULO-IMPOSTO.

           PERFORM 8600-DERIVAR-VENCIMENTO.
           MOVE WRK-ANOMES-APURACAO TO CPG-DOCUMENTO(5:6).
           MOVE WRK-PROX-NUMERO     TO CPG-NUMERO.
           SET CPG-TIPO-IMPOSTO     TO TRUE.
           MOVE WRK-LOTECAB-DATA    TO CPG-DATA-EMISSAO.
           MOVE WRK-VENCTO          TO CPG-DATA-VENCTO.
           MOVE ZEROS               TO CPG-VALOR-PAGO.
           MOVE ZEROS               TO CPG-ICMS-CREDITO.
           MOVE SPACES              TO CPG-OCORRENCIA-DEV.
           MOVE SPACES              TO CPG-MOTIVO-DEV.
           SET CPG-ABERTO           TO TRUE.
           WRITE CONTAPAG-REG
               INVALID KEY
                   MOVE 'PROGAPUB'   TO ABL-PROGRAMA
                   MOVE '0251-GRAVAR-TITULO' TO ABL-PARAGRAFO
                   MOVE WRK-CONTAPAG-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'NUMERO DE TITULO JA EXISTENTE'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-TITULOS
                   MOVE CPG-DOCUMENTO TO WRK-LV-TEXTO
                   MOVE CPG-VALOR     TO WRK-LV-VALOR
                   WRITE APURREL-LINHA FROM WRK-LINHA-VALOR
                   MOVE CPG-NUMERO    TO WRK-LT-NUMERO
                   MOVE WRK-VCT-DIA   TO WRK-LT-VCT-DIA
                   MOVE WRK-VCT-MES   TO WRK-LT-VCT-MES
                   MOVE WRK-VCT-ANO   TO WRK-LT-VCT-ANO
                   WRITE APURREL-LINHA FROM WRK-LINHA-TITULO-CPG
                   ADD 1 TO WRK-PROX-NUMERO
           END-WRITE.

      **************************************************************
      ** LANCAMENTOS DA APURACAO, EM PARTIDA DOBRADA NO RAZAO:
      ** - ICMS SOBRE VENDAS (41014) CONTRA ICMS A RECOLHER (21006)
      **   PELOS DEBITOS DO MES (OS ESTORNOS JA FORAM LANCADOS PELO
      **   PROGVENDB CONTRA A MESMA 21006);
      ** - ICMS A RECUPERAR (11007) CONTRA COMPRAS (41003) PELOS
      **   CREDITOS DAS NOTAS DE FORNECEDOR;
      ** - COMPENSACAO DOS CREDITOS: 21006 CONTRA 11007 (O QUE NAO
      **   FOR COMPENSADO FICA NA 11007 COMO SALDO CREDOR); ESTORNO
      **   MAIOR QUE O DEBITO VOLTA DA 21006 PARA A 11007;
      ** - PIS (41015/21014) E COFINS (41016/21015) DO MES;
      ** - O A RECOLHER DE CADA IMPOSTO (21006, 21014, 21015) E
      **   TRANSFERIDO PARA O TITULO NO CONTAS A PAGAR (21003),
      **   ZERANDO AS CONTAS DE IMPOSTO DO PERIODO.
      **************************************************************
       0260-GRAVAR-LANCAMENTOS.

           OPEN EXTEND LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS = '05' OR '35'
               CLOSE LANCTOS-FILE
               OPEN OUTPUT LANCTOS-FILE
           END-IF.

           MOVE WRK-CONTA-ICMS-VENDAS  TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-ICMS-RECOL   TO WRK-CONTA-CREDITO.
           MOVE WRK-ICMS-DEBITO        TO WRK-VALOR-LANCTO.
           MOVE 'ICMS SOBRE VENDAS'    TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-ICMS-RECUP   TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-COMPRAS      TO WRK-CONTA-CREDITO.
           MOVE WRK-ICMS-CREDITO       TO WRK-VALOR-LANCTO.
           MOVE 'CREDITO ICMS S/ COMPRAS' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-ICMS-RECOL   TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-ICMS-RECUP   TO WRK-CONTA-CREDITO.
           MOVE WRK-ICMS-COMPENSADO    TO WRK-VALOR-LANCTO.
           MOVE 'COMPENSACAO CREDITOS ICMS' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-ICMS-RECUP   TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-ICMS-RECOL   TO WRK-CONTA-CREDITO.
           MOVE WRK-ICMS-EXCESSO-EST   TO WRK-VALOR-LANCTO.
           MOVE 'ESTORNOS ICMS ACIMA DEBITOS' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-ICMS-RECOL   TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-A-PAGAR      TO WRK-CONTA-CREDITO.
           MOVE WRK-ICMS-RECOLHER      TO WRK-VALOR-LANCTO.
           MOVE 'ICMS APURADO A RECOLHER' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-PIS-DESP     TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-PIS-RECOL    TO WRK-CONTA-CREDITO.
           MOVE WRK-PIS                TO WRK-VALOR-LANCTO.
           MOVE 'PIS SOBRE FATURAMENTO' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-PIS-RECOL    TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-A-PAGAR      TO WRK-CONTA-CREDITO.
           MOVE 'PIS APURADO A RECOLHER' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-COFINS-DESP  TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-COFINS-RECOL TO WRK-CONTA-CREDITO.
           MOVE WRK-COFINS             TO WRK-VALOR-LANCTO.
           MOVE 'COFINS SOBRE FATURAMENTO' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-COFINS-RECOL TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-A-PAGAR      TO WRK-CONTA-CREDITO.
           MOVE 'COFINS APURADO A RECOLHER' TO WRK-HISTORICO.
           PERFORM 0261-GRAVAR-PARTIDA-DOBRADA.

           CLOSE LANCTOS-FILE.

       0261-GRAVAR-PARTIDA-DOBRADA.

           IF WRK-VALOR-LANCTO > ZEROS
               MOVE 'FINAN'           TO LAN-CENTRO-CUSTO
               MOVE WRK-CONTA-DEBITO  TO LAN-CONTA
               MOVE 'D'               TO LAN-TIPO
               MOVE WRK-VALOR-LANCTO  TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA  TO LAN-DATA
               MOVE WRK-DOCUMENTO-APU TO LAN-DOCUMENTO
               MOVE WRK-HISTORICO     TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE WRK-CONTA-CREDITO TO LAN-CONTA
               MOVE 'C'               TO LAN-TIPO
               WRITE LANCTO-REG
           END-IF.

       0270-GRAVAR-HISTORICO.

           OPEN EXTEND APURHIST-FILE.
           IF WRK-APURHIST-STATUS = '05' OR '35'
               CLOSE APURHIST-FILE
               OPEN OUTPUT APURHIST-FILE
           END-IF.
           MOVE WRK-ANOMES-APURACAO TO APH-ANOMES.
           MOVE WRK-LOTECAB-DATA    TO APH-DATA-APURACAO.
           MOVE WRK-ICMS-DEBITO     TO APH-ICMS-DEBITO.
           MOVE WRK-ICMS-ESTORNO    TO APH-ICMS-ESTORNO.
           MOVE WRK-ICMS-CREDITO    TO APH-ICMS-CREDITO.
           MOVE WRK-ICMS-CRED-ANT   TO APH-ICMS-CRED-ANT.
           MOVE WRK-ICMS-RECOLHER   TO APH-ICMS-RECOLHER.
           MOVE WRK-ICMS-CRED-SEG   TO APH-ICMS-CRED-SEG.
           MOVE WRK-RECEITA-LIQ     TO APH-RECEITA-LIQ.
           MOVE WRK-PIS             TO APH-PIS.
           MOVE WRK-COFINS          TO APH-COFINS.
           WRITE APURHIST-REG.
           CLOSE APURHIST-FILE.

       0300-FINALIZAR.

           IF WRK-CONTAPAG-ABERTO
               CLOSE CONTAPAG-FILE
           END-IF.

           IF NOT WRK-RECUSADO
               CLOSE APURREL-FILE
               DISPLAY 'APURACAO ' WRK-APU-MES '/' WRK-APU-ANO
                   ' CONCLUIDA: ' WRK-QTD-TITULOS
                   ' TITULO(S) DE IMPOSTO GERADO(S).'
           ELSE
               DISPLAY 'APURACAO ' WRK-APU-MES '/' WRK-APU-ANO
                   ' RECUSADA.'
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
      ** HISTORICO DAS APURACOES: MES JA APURADO RECUSA A EXECUCAO;
      ** O SALDO CREDOR DE ICMS A TRANSPORTAR E O DO MES APURADO
      ** MAIS RECENTE ANTERIOR AO MES CORRENTE.
      **************************************************************
       8100-LER-HISTORICO.

           MOVE 'N' TO WRK-ARQ-FIM-SW.
           OPEN INPUT APURHIST-FILE.
           IF WRK-APURHIST-STATUS = '00'
               READ APURHIST-FILE
                   AT END SET WRK-ARQ-FIM TO TRUE
               END-READ
               PERFORM 8110-LER-APURACAO UNTIL WRK-ARQ-FIM
               CLOSE APURHIST-FILE
           END-IF.

       8110-LER-APURACAO.

           IF APH-ANOMES = WRK-ANOMES-APURACAO
               SET WRK-RECUSADO TO TRUE
           ELSE
               IF APH-ANOMES < WRK-ANOMES-APURACAO
                   AND APH-ANOMES > WRK-ANOMES-ANTERIOR
                   MOVE APH-ANOMES        TO WRK-ANOMES-ANTERIOR
                   MOVE APH-ICMS-CRED-SEG TO WRK-ICMS-CRED-ANT
               END-IF
           END-IF.
           READ APURHIST-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** VENCIMENTO DO TITULO DE IMPOSTO: DIA WRK-DIA-VENCTO DO MES
      ** SEGUINTE AO APURADO, EMPURRADO PARA O PROXIMO DIA UTIL
      ** (FUNCOES 'DU' E 'PU' DO PROGDATA), COMO NO PROGCPGB.
      **************************************************************
       8600-DERIVAR-VENCIMENTO.

           MOVE WRK-APU-ANO    TO WRK-VCT-ANO.
           MOVE WRK-APU-MES    TO WRK-VCT-MES.
           MOVE WRK-DIA-VENCTO TO WRK-VCT-DIA.
           IF WRK-VCT-MES < 12
               ADD 1 TO WRK-VCT-MES
           ELSE
               MOVE 1 TO WRK-VCT-MES
               ADD 1 TO WRK-VCT-ANO
           END-IF.

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
       COPY CPYABLPR.
       COPY CPYLOTPR.
