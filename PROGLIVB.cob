       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLIVB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: EMISSAO DOS LIVROS OBRIGATORIOS DO RAZAO PARA UM
      **    PERIODO FECHADO: O LIVRO DIARIO (DIARIO) E O LIVRO RAZAO
      **    (RAZAOREL). LE O ANO/MES A IMPRIMIR E O NOME DA EMPRESA
      **    NO CONTROLE (LIVCTL) E EXIGE QUE O PERIODO JA ESTEJA
      **    FECHADO PELO MENSAL (FECHMES), POIS O LIVRO NAO PODE
      **    MUDAR DEPOIS DE IMPRESSO. OS LANCAMENTOS DO MES SAO
      **    LIDOS DO ARQUIVO MORTO DO RAZAO (LANCARQ), ORDENADOS
      **    POR DATA (NA MESMA DATA, NA ORDEM EM QUE FORAM
      **    PROCESSADOS) E NUMERADOS EM SEQUENCIA.
      **    DIARIO: CADA LANCAMENTO COM O NUMERO, A DATA, A CONTA E
      **    A DESCRICAO DO PLANO (PLANOCTA), O HISTORICO, O VALOR NA
      **    COLUNA DE DEBITO OU DE CREDITO E O CENTRO DE CUSTO.
      **    RAZAO: POR CONTA MOVIMENTADA, O SALDO ANTERIOR (SALDO
      **    FECHADO DO MES ANTERIOR EM FECHSNAP), OS MOVIMENTOS COM
      **    O SALDO CORRENTE E O SALDO FINAL, CONFERIDO COM O SALDO
      **    FECHADO DO PROPRIO MES.
      **    AS FOLHAS DE CADA LIVRO E OS NUMEROS DE LANCAMENTO SAO
      **    CONTINUOS DENTRO DO ANO: O HISTORICO DE EMISSOES
      **    (LIVHIST) GUARDA, POR MES E LIVRO, A PRIMEIRA E A ULTIMA
      **    FOLHA E O PRIMEIRO E O ULTIMO LANCAMENTO. CADA MES
      **    COMECA APOS O ULTIMO MES JA IMPRESSO DO ANO; A
      **    REIMPRESSAO DE UM MES REPETE A NUMERACAO ORIGINAL. CADA
      **    VOLUME SAI ENTRE O TERMO DE ABERTURA E O TERMO DE
      **    ENCERRAMENTO, NAS PROPRIAS FOLHAS NUMERADAS.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVCTL-FILE ASSIGN TO "LIVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIVCTL-STATUS.
           SELECT FECHMES-FILE ASSIGN TO "FECHMES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHMES-STATUS.
           SELECT FECHSNAP-FILE ASSIGN TO "FECHSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHSNAP-STATUS.
           SELECT PLANOCTA-FILE ASSIGN TO "PLANOCTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANOCTA-STATUS.
           SELECT LANCARQ-FILE ASSIGN TO "LANCARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCARQ-STATUS.
           SELECT LIVHIST-FILE ASSIGN TO "LIVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIVHIST-STATUS.
           SELECT DIARIO-FILE ASSIGN TO "DIARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIARIO-STATUS.
           SELECT RAZAOREL-FILE ASSIGN TO "RAZAOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RAZAOREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIVCTL-FILE.
       01  LIVCTL-REG.
           05  LVC-ANOMES      PIC 9(06).
           05  LVC-EMPRESA     PIC X(40).

       FD  FECHMES-FILE.
       01  FECHMES-REG.
           05  FCH-ANOMES      PIC 9(06).

       FD  FECHSNAP-FILE.
       01  FECHSNAP-REG.
           05  FSN-ANOMES      PIC 9(06).
           05  FSN-CONTA       PIC 9(05).
           05  FSN-SALDO       PIC S9(09)V99.

       FD  PLANOCTA-FILE.
       01  PLANOCTA-REG.
           05  PCT-CONTA       PIC 9(05).
           05  PCT-DESCRICAO   PIC X(30).
           05  PCT-TIPO        PIC X(01).
           05  PCT-GRUPO       PIC 9(02).

       FD  LANCARQ-FILE.
       01  LANCARQ-REG.
           05  LAQ-CONTA          PIC 9(05).
           05  LAQ-TIPO           PIC X(01).
           05  LAQ-VALOR          PIC 9(09)V99.
           05  LAQ-DATA           PIC 9(08).
           05  LAQ-DOCUMENTO      PIC X(10).
           05  LAQ-HISTORICO      PIC X(30).
           05  LAQ-CENTRO-CUSTO   PIC X(05).

      **************************************************************
      ** HISTORICO DE EMISSOES: UM REGISTRO POR MES E LIVRO ('D'
      ** DIARIO, 'R' RAZAO) EMITIDO. NUMA REIMPRESSAO O REGISTRO
      ** MAIS RECENTE DO MES PREVALECE.
      **************************************************************
       FD  LIVHIST-FILE.
       01  LIVHIST-REG.
           05  LVH-ANOMES      PIC 9(06).
           05  LVH-LIVRO       PIC X(01).
           05  LVH-PAG-INICIAL PIC 9(04).
           05  LVH-PAG-FINAL   PIC 9(04).
           05  LVH-NUM-INICIAL PIC 9(07).
           05  LVH-NUM-FINAL   PIC 9(07).

       FD  DIARIO-FILE.
       01  DIARIO-LINHA        PIC X(132).

       FD  RAZAOREL-FILE.
       01  RAZAOREL-LINHA      PIC X(132).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-LIVCTL-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FECHMES-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-FECHSNAP-STATUS PIC X(02) VALUE SPACES.
       77  WRK-PLANOCTA-STATUS PIC X(02) VALUE SPACES.
       77  WRK-LANCARQ-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-LIVHIST-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-DIARIO-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-RAZAOREL-STATUS PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW          PIC X(01) VALUE 'N'.
           88  WRK-FIM                   VALUE 'S'.
       77  WRK-AUX-FIM-SW      PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM               VALUE 'S'.
       77  WRK-PLANO-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-PLANO-FIM             VALUE 'S'.
       77  WRK-EMITIR-SW       PIC X(01) VALUE 'N'.
           88  WRK-EMITIR                VALUE 'S'.
       77  WRK-MES-FECHADO-SW  PIC X(01) VALUE 'N'.
           88  WRK-MES-FECHADO           VALUE 'S'.
       77  WRK-ESTOUROU-SW     PIC X(01) VALUE 'N'.
           88  WRK-ESTOUROU              VALUE 'S'.
       77  WRK-POSTERIOR-SW    PIC X(01) VALUE 'N'.
           88  WRK-POSTERIOR-IMPRESSO    VALUE 'S'.
       77  WRK-DIVERGE-SW      PIC X(01) VALUE 'N'.
           88  WRK-REIMPRESSAO-DIVERGE   VALUE 'S'.
       77  WRK-POSICAO-SW      PIC X(01) VALUE 'N'.
           88  WRK-POSICAO-OK            VALUE 'S'.
       77  WRK-ACHOU-SW        PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                 VALUE 'S'.
       77  WRK-ANOMES-LIVRO    PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-ANTERIOR PIC 9(06) VALUE ZEROS.
       77  WRK-LAQ-ANOMES      PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-LIVRO       PIC 9(04) VALUE ZEROS.
       77  WRK-MES-LIVRO       PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-HIST        PIC 9(04) VALUE ZEROS.
       77  WRK-MES-HIST        PIC 9(02) VALUE ZEROS.
       77  WRK-EMPRESA         PIC X(40) VALUE SPACES.
       77  WRK-CCUSTO-LANC     PIC X(05) VALUE SPACES.
      **************************************************************
      ** NUMERACAO DOS LIVROS. LIVRO 1 = DIARIO, LIVRO 2 = RAZAO.
      **************************************************************
       77  WRK-LIV-IDX         PIC 9(01) VALUE ZEROS.
       77  WRK-MES-SUB         PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-HISTORICO.
           05  TAB-HST-MES OCCURS 12 TIMES.
               10  TAB-HST-LIVRO OCCURS 2 TIMES.
                   15  TAB-HST-IMPRESSO-SW PIC X(01).
                       88  TAB-HST-IMPRESSO          VALUE 'S'.
                   15  TAB-HST-PAG-INICIAL PIC 9(04).
                   15  TAB-HST-PAG-FINAL   PIC 9(04).
                   15  TAB-HST-NUM-INICIAL PIC 9(07).
                   15  TAB-HST-NUM-FINAL   PIC 9(07).
       01  WRK-TAB-NUMERACAO.
           05  TAB-NUM-LIVRO OCCURS 2 TIMES.
               10  TAB-NUM-PAG-INICIAL PIC 9(04).
               10  TAB-NUM-PAG-FINAL   PIC 9(04).
               10  TAB-NUM-NUM-INICIAL PIC 9(07).
               10  TAB-NUM-NUM-FINAL   PIC 9(07).
               10  TAB-NUM-PAGINA      PIC 9(04).
               10  TAB-NUM-LINHAS      PIC 9(07).
               10  TAB-NUM-FOLHAS      PIC 9(04).
       77  WRK-QTD-FOLHAS      PIC 9(04) VALUE ZEROS.
       77  WRK-NUM-LANCAMENTO  PIC 9(07) VALUE ZEROS.
      **************************************************************
      ** LANCAMENTOS DO MES, NA ORDEM DE DATA.
      **************************************************************
       77  WRK-TAB-LIV-QTD     PIC 9(04) VALUE ZEROS.
       77  WRK-LIV-SUB         PIC 9(04) VALUE ZEROS.
       77  WRK-LIV-POS         PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LANCAMENTOS.
           05  TAB-LIV OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TAB-LIV-QTD.
               10  TAB-LIV-DATA      PIC 9(08).
               10  TAB-LIV-CONTA     PIC 9(05).
               10  TAB-LIV-TIPO      PIC X(01).
               10  TAB-LIV-VALOR     PIC 9(09)V99.
               10  TAB-LIV-HISTORICO PIC X(30).
               10  TAB-LIV-CCUSTO    PIC X(05).
               10  TAB-LIV-NUMERO    PIC 9(07).
      **************************************************************
      ** CONTAS MOVIMENTADAS NO MES, NA ORDEM DA CONTA.
      **************************************************************
       77  WRK-TAB-CTA-QTD     PIC 9(03) VALUE ZEROS.
       77  WRK-CTA-SUB         PIC 9(03) VALUE ZEROS.
       77  WRK-CTA-POS         PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CONTAS.
           05  TAB-CTA OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-CTA-QTD
                   INDEXED BY CTA-IDX.
               10  TAB-CTA-CONTA     PIC 9(05).
               10  TAB-CTA-QTD-MOV   PIC 9(04).
               10  TAB-CTA-SALDO-ANT PIC S9(09)V99.
               10  TAB-CTA-FECH-SW   PIC X(01).
                   88  TAB-CTA-TEM-FECHAMENTO     VALUE 'S'.
               10  TAB-CTA-SALDO-FECH PIC S9(09)V99.
       77  WRK-TAB-PCT-QTD     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PLANO.
           05  TAB-PCT OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TAB-PCT-QTD
                   INDEXED BY PCT-IDX.
               10  TAB-PCT-CONTA     PIC 9(05).
               10  TAB-PCT-DESCRICAO PIC X(30).
       77  WRK-CTA-DESCRICAO   PIC X(30) VALUE SPACES.
       77  WRK-TOTAL-DEBITOS   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CTA-DEBITOS     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CTA-CREDITOS    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-CORRENTE  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES PIC 9(03) VALUE ZEROS.
       77  WRK-NUM-ED          PIC Z(06)9.
       77  WRK-PAG-ED          PIC ZZZ9.
       77  WRK-PAG-FIM-ED      PIC ZZZ9.
       77  WRK-NUM-FIM-ED      PIC Z(06)9.
       01  WRK-PERIODO-ED.
           05  WRK-PER-MES     PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  WRK-PER-ANO     PIC 9(04).
       01  WRK-ANTERIOR-ED.
           05  WRK-ANT-MES     PIC 9(02).
           05  FILLER          PIC X(01) VALUE '/'.
           05  WRK-ANT-ANO     PIC 9(04).
       01  WRK-LINHA-SAIDA        PIC X(132).
       01  WRK-LINHA-DIARIO.
           05  WRK-LD-NUMERO      PIC Z(06)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-DATA        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-CONTA       PIC 9(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-DESCRICAO   PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-HISTORICO   PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-DEBITO      PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-CREDITO     PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-CCUSTO      PIC X(05).
       01  WRK-LINHA-TOTAL-DIARIO.
           05  WRK-LTD-TEXTO      PIC X(86).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LTD-DEBITOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LTD-CREDITOS   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-RAZAO.
           05  WRK-LR-DATA        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-NUMERO      PIC Z(06)9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-HISTORICO   PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-CCUSTO      PIC X(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-DEBITO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-CREDITO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-SALDO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99CR.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-OBSERVACAO  PIC X(12).
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-IMPRIMIR-LANCAMENTO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           OPEN INPUT LIVCTL-FILE.
           IF WRK-LIVCTL-STATUS NOT = '00'
               MOVE 'PROGLIVB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-LIVCTL-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CONTROLE DOS LIVROS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               READ LIVCTL-FILE
                   AT END
                       DISPLAY 'CONTROLE DOS LIVROS VAZIO.'
                       SET WRK-FIM TO TRUE
                   NOT AT END
                       MOVE LVC-ANOMES  TO WRK-ANOMES-LIVRO
                       MOVE LVC-EMPRESA TO WRK-EMPRESA
               END-READ
               CLOSE LIVCTL-FILE
           END-IF.

           IF NOT WRK-FIM
               DIVIDE WRK-ANOMES-LIVRO BY 100
                   GIVING WRK-ANO-LIVRO REMAINDER WRK-MES-LIVRO
               MOVE WRK-MES-LIVRO TO WRK-PER-MES
               MOVE WRK-ANO-LIVRO TO WRK-PER-ANO
               IF WRK-MES-LIVRO = 1
                   COMPUTE WRK-ANOMES-ANTERIOR =
                       (WRK-ANO-LIVRO - 1) * 100 + 12
               ELSE
                   COMPUTE WRK-ANOMES-ANTERIOR = WRK-ANOMES-LIVRO - 1
               END-IF
               DIVIDE WRK-ANOMES-ANTERIOR BY 100
                   GIVING WRK-ANT-ANO REMAINDER WRK-ANT-MES
               PERFORM 8100-CONFERIR-MES-FECHADO
           END-IF.

           IF NOT WRK-FIM AND WRK-MES-FECHADO
               PERFORM 8000-CARREGAR-PLANO-CONTAS
               PERFORM 8200-CARREGAR-LANCAMENTOS
               PERFORM 8300-CARREGAR-SALDOS-FECHADOS
               PERFORM 8400-APURAR-NUMERACAO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-FIM
                   CONTINUE
               WHEN NOT WRK-MES-FECHADO
                   MOVE 'PROGLIVB'     TO ABL-PROGRAMA
                   MOVE '0100-INICIAL' TO ABL-PARAGRAFO
                   MOVE '00'           TO ABL-STATUS-ARQUIVO
                   MOVE 'PERIODO DOS LIVROS AINDA NAO FECHADO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'FECHE ' WRK-PERIODO-ED ' (PROGFECHM) '
                       'ANTES DE EMITIR O DIARIO E O RAZAO.'
                   SET WRK-FIM TO TRUE
               WHEN WRK-ESTOUROU
                   MOVE 'PROGLIVB'     TO ABL-PROGRAMA
                   MOVE '0100-INICIAL' TO ABL-PARAGRAFO
                   MOVE '00'           TO ABL-STATUS-ARQUIVO
                   MOVE 'LANCAMENTOS OU CONTAS ACIMA DA CAPACIDADE'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'LIVROS DE ' WRK-PERIODO-ED ' NAO '
                       'EMITIDOS: MAIS DE 5000 LANCAMENTOS OU 300 '
                       'CONTAS NO MES.'
                   SET WRK-FIM TO TRUE
               WHEN WRK-REIMPRESSAO-DIVERGE
                   MOVE 'PROGLIVB'     TO ABL-PROGRAMA
                   MOVE '0100-INICIAL' TO ABL-PARAGRAFO
                   MOVE '00'           TO ABL-STATUS-ARQUIVO
                   MOVE 'REIMPRESSAO ALTERA A NUMERACAO DO ANO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'LIVROS DE ' WRK-PERIODO-ED ' NAO '
                       'REEMITIDOS: A QUANTIDADE DE FOLHAS OU DE '
                       'LANCAMENTOS MUDOU E HA MES POSTERIOR JA '
                       'IMPRESSO.'
                   SET WRK-FIM TO TRUE
               WHEN WRK-POSTERIOR-IMPRESSO
                   MOVE 'PROGLIVB'     TO ABL-PROGRAMA
                   MOVE '0100-INICIAL' TO ABL-PARAGRAFO
                   MOVE '00'           TO ABL-STATUS-ARQUIVO
                   MOVE 'MES POSTERIOR DO ANO JA IMPRESSO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'LIVROS DE ' WRK-PERIODO-ED ' NAO '
                       'EMITIDOS: OS MESES DO ANO DEVEM SER '
                       'IMPRESSOS EM ORDEM.'
                   SET WRK-FIM TO TRUE
               WHEN OTHER
                   PERFORM 0110-ABRIR-DIARIO
           END-EVALUATE.

       0110-ABRIR-DIARIO.

           SET WRK-EMITIR TO TRUE.
           MOVE ZEROS TO WRK-TOTAL-DEBITOS.
           MOVE ZEROS TO WRK-TOTAL-CREDITOS.
           MOVE 1 TO WRK-LIV-IDX.
           MOVE TAB-NUM-PAG-INICIAL(1) TO TAB-NUM-PAGINA(1).
           COMPUTE WRK-NUM-LANCAMENTO = TAB-NUM-NUM-INICIAL(1) - 1.

           OPEN OUTPUT DIARIO-FILE.
           PERFORM 0500-IMPRIMIR-TERMO-ABERTURA.
           PERFORM 0210-IMPRIMIR-CABECALHO-DIARIO.

           MOVE 1 TO WRK-LIV-SUB.
           IF WRK-TAB-LIV-QTD = ZEROS
               MOVE SPACES TO DIARIO-LINHA
               MOVE 'SEM LANCAMENTOS NO PERIODO.' TO DIARIO-LINHA
               PERFORM 0230-GRAVAR-LINHA-DIARIO
               SET WRK-FIM TO TRUE
           END-IF.

      **************************************************************
      ** UM LANCAMENTO DO DIARIO POR VEZ, NA ORDEM DA TABELA. O
      ** NUMERO ATRIBUIDO FICA NA TABELA PARA A REFERENCIA NO RAZAO.
      **************************************************************
       0200-IMPRIMIR-LANCAMENTO.

           ADD 1 TO WRK-NUM-LANCAMENTO.
           MOVE WRK-NUM-LANCAMENTO TO TAB-LIV-NUMERO(WRK-LIV-SUB).
           MOVE TAB-LIV-CONTA(WRK-LIV-SUB) TO PCT-CONTA.
           PERFORM 8500-DESCREVER-CONTA.

           MOVE SPACES TO WRK-LINHA-DIARIO.
           MOVE WRK-NUM-LANCAMENTO         TO WRK-LD-NUMERO.
           MOVE TAB-LIV-DATA(WRK-LIV-SUB)  TO WRK-LD-DATA.
           MOVE TAB-LIV-CONTA(WRK-LIV-SUB) TO WRK-LD-CONTA.
           MOVE WRK-CTA-DESCRICAO          TO WRK-LD-DESCRICAO.
           MOVE TAB-LIV-HISTORICO(WRK-LIV-SUB) TO WRK-LD-HISTORICO.
           MOVE TAB-LIV-CCUSTO(WRK-LIV-SUB) TO WRK-LD-CCUSTO.
           IF TAB-LIV-TIPO(WRK-LIV-SUB) = 'D'
               MOVE TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-LD-DEBITO
               ADD TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-TOTAL-DEBITOS
           ELSE
               MOVE TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-LD-CREDITO
               ADD TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-TOTAL-CREDITOS
           END-IF.
           MOVE WRK-LINHA-DIARIO TO DIARIO-LINHA.
           PERFORM 0230-GRAVAR-LINHA-DIARIO.

           ADD 1 TO WRK-LIV-SUB.
           IF WRK-LIV-SUB > WRK-TAB-LIV-QTD
               SET WRK-FIM TO TRUE
           END-IF.

       0210-IMPRIMIR-CABECALHO-DIARIO.

           PERFORM 0520-SALTAR-FOLHA.
           MOVE 'PROGLIVB' TO WRK-CAB-PROGRAMA.
           MOVE 'LIVRO DIARIO' TO WRK-CAB-TITULO.
           MOVE TAB-NUM-PAGINA(1) TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE DIARIO-LINHA FROM WRK-CAB-LINHA1.
           WRITE DIARIO-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO DIARIO-LINHA.
           STRING 'PERIODO: ' DELIMITED BY SIZE
               WRK-PERIODO-ED DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-EMPRESA DELIMITED BY SIZE
               INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.
           MOVE SPACES TO DIARIO-LINHA.
           STRING ' NUMERO  DATA      CONTA DESCRICAO DA CONTA'
               DELIMITED BY SIZE
               '             HISTORICO' DELIMITED BY SIZE
               '                             DEBITO'
               DELIMITED BY SIZE
               '       CREDITO  C.C.' DELIMITED BY SIZE
               INTO DIARIO-LINHA.
           WRITE DIARIO-LINHA.

       0230-GRAVAR-LINHA-DIARIO.

           MOVE DIARIO-LINHA TO WRK-LINHA-SAIDA.
           IF WRK-CAB-QUEBROU
               PERFORM 0210-IMPRIMIR-CABECALHO-DIARIO
           END-IF.
           WRITE DIARIO-LINHA FROM WRK-LINHA-SAIDA.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.

       0300-FINALIZAR.

           IF WRK-EMITIR
               PERFORM 0310-FECHAR-DIARIO
               PERFORM 0400-IMPRIMIR-RAZAO
               PERFORM 0600-REGISTRAR-EMISSAO

               MOVE TAB-NUM-PAG-INICIAL(1) TO WRK-PAG-ED
               MOVE TAB-NUM-PAG-FINAL(1)   TO WRK-PAG-FIM-ED
               DISPLAY 'LIVRO DIARIO DE ' WRK-PERIODO-ED
                   ': FOLHAS ' WRK-PAG-ED ' A ' WRK-PAG-FIM-ED
                   ', ' WRK-TAB-LIV-QTD ' LANCAMENTO(S).'
               MOVE TAB-NUM-PAG-INICIAL(2) TO WRK-PAG-ED
               MOVE TAB-NUM-PAG-FINAL(2)   TO WRK-PAG-FIM-ED
               DISPLAY 'LIVRO RAZAO DE ' WRK-PERIODO-ED
                   ': FOLHAS ' WRK-PAG-ED ' A ' WRK-PAG-FIM-ED
                   ', ' WRK-TAB-CTA-QTD ' CONTA(S).'
               IF WRK-QTD-DIVERGENTES > ZEROS
                   DISPLAY 'ATENCAO: ' WRK-QTD-DIVERGENTES
                       ' CONTA(S) COM SALDO FINAL DIFERENTE DO '
                       'SALDO FECHADO (FECHSNAP).'
               END-IF
           END-IF.

       0310-FECHAR-DIARIO.

           MOVE SPACES TO DIARIO-LINHA.
           PERFORM 0230-GRAVAR-LINHA-DIARIO.
           MOVE SPACES TO WRK-LINHA-TOTAL-DIARIO.
           MOVE 'TOTAL DO PERIODO' TO WRK-LTD-TEXTO.
           MOVE WRK-TOTAL-DEBITOS  TO WRK-LTD-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO WRK-LTD-CREDITOS.
           MOVE WRK-LINHA-TOTAL-DIARIO TO DIARIO-LINHA.
           PERFORM 0230-GRAVAR-LINHA-DIARIO.

           PERFORM 0510-IMPRIMIR-TERMO-ENCERR.
           CLOSE DIARIO-FILE.

      **************************************************************
      ** LIVRO RAZAO: PARA CADA CONTA MOVIMENTADA (EM ORDEM DE
      ** CONTA), O SALDO ANTERIOR, OS LANCAMENTOS DA CONTA NA ORDEM
      ** DO DIARIO COM O SALDO CORRENTE E O SALDO FINAL. O SALDO
      ** SEGUE A CONVENCAO DO PROGCOB06 (DEBITO DIMINUI, CREDITO
      ** AUMENTA) NA NOTACAO CR/DB. SALDO FINAL DIFERENTE DO SALDO
      ** FECHADO DO MES (FECHSNAP) SAI MARCADO.
      **************************************************************
       0400-IMPRIMIR-RAZAO.

           MOVE 2 TO WRK-LIV-IDX.
           MOVE TAB-NUM-PAG-INICIAL(2) TO TAB-NUM-PAGINA(2).
           MOVE ZEROS TO WRK-QTD-DIVERGENTES.

           OPEN OUTPUT RAZAOREL-FILE.
           PERFORM 0500-IMPRIMIR-TERMO-ABERTURA.
           PERFORM 0410-IMPRIMIR-CABECALHO-RAZAO.

           IF WRK-TAB-CTA-QTD = ZEROS
               MOVE SPACES TO RAZAOREL-LINHA
               MOVE 'SEM CONTAS MOVIMENTADAS NO PERIODO.'
                   TO RAZAOREL-LINHA
               PERFORM 0430-GRAVAR-LINHA-RAZAO
           ELSE
               PERFORM 0420-IMPRIMIR-CONTA-RAZAO
                   VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-TAB-CTA-QTD
           END-IF.

           PERFORM 0510-IMPRIMIR-TERMO-ENCERR.
           CLOSE RAZAOREL-FILE.

       0410-IMPRIMIR-CABECALHO-RAZAO.

           PERFORM 0520-SALTAR-FOLHA.
           MOVE 'PROGLIVB' TO WRK-CAB-PROGRAMA.
           MOVE 'LIVRO RAZAO' TO WRK-CAB-TITULO.
           MOVE TAB-NUM-PAGINA(2) TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE RAZAOREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE RAZAOREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO RAZAOREL-LINHA.
           STRING 'PERIODO: ' DELIMITED BY SIZE
               WRK-PERIODO-ED DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WRK-EMPRESA DELIMITED BY SIZE
               INTO RAZAOREL-LINHA.
           WRITE RAZAOREL-LINHA.
           MOVE SPACES TO RAZAOREL-LINHA.
           STRING 'DATA       NUMERO  HISTORICO' DELIMITED BY SIZE
               '                      C.C.             DEBITO'
               DELIMITED BY SIZE
               '           CREDITO              SALDO'
               DELIMITED BY SIZE
               INTO RAZAOREL-LINHA.
           WRITE RAZAOREL-LINHA.

       0420-IMPRIMIR-CONTA-RAZAO.

           MOVE TAB-CTA-CONTA(WRK-CTA-SUB) TO PCT-CONTA.
           PERFORM 8500-DESCREVER-CONTA.
           MOVE SPACES TO RAZAOREL-LINHA.
           STRING 'CONTA: ' DELIMITED BY SIZE
               TAB-CTA-CONTA(WRK-CTA-SUB) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-CTA-DESCRICAO DELIMITED BY SIZE
               INTO RAZAOREL-LINHA.
           PERFORM 0430-GRAVAR-LINHA-RAZAO.

           MOVE TAB-CTA-SALDO-ANT(WRK-CTA-SUB) TO WRK-SALDO-CORRENTE.
           MOVE ZEROS TO WRK-CTA-DEBITOS.
           MOVE ZEROS TO WRK-CTA-CREDITOS.
           MOVE SPACES TO WRK-LINHA-RAZAO.
           MOVE SPACES TO WRK-LR-HISTORICO.
           STRING 'SALDO ANTERIOR (' DELIMITED BY SIZE
               WRK-ANTERIOR-ED DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO WRK-LR-HISTORICO.
           MOVE WRK-SALDO-CORRENTE TO WRK-LR-SALDO.
           MOVE WRK-LINHA-RAZAO TO RAZAOREL-LINHA.
           PERFORM 0430-GRAVAR-LINHA-RAZAO.

           PERFORM 0440-IMPRIMIR-MOVIMENTO-RAZAO
               VARYING WRK-LIV-SUB FROM 1 BY 1
               UNTIL WRK-LIV-SUB > WRK-TAB-LIV-QTD.

           MOVE SPACES TO WRK-LINHA-RAZAO.
           MOVE 'TOTAIS E SALDO FINAL' TO WRK-LR-HISTORICO.
           MOVE WRK-CTA-DEBITOS    TO WRK-LR-DEBITO.
           MOVE WRK-CTA-CREDITOS   TO WRK-LR-CREDITO.
           MOVE WRK-SALDO-CORRENTE TO WRK-LR-SALDO.
           IF TAB-CTA-TEM-FECHAMENTO(WRK-CTA-SUB)
               AND TAB-CTA-SALDO-FECH(WRK-CTA-SUB)
                   NOT = WRK-SALDO-CORRENTE
               MOVE 'DIVERGE FECH' TO WRK-LR-OBSERVACAO
               ADD 1 TO WRK-QTD-DIVERGENTES
           END-IF.
           MOVE WRK-LINHA-RAZAO TO RAZAOREL-LINHA.
           PERFORM 0430-GRAVAR-LINHA-RAZAO.

           MOVE SPACES TO RAZAOREL-LINHA.
           PERFORM 0430-GRAVAR-LINHA-RAZAO.

       0430-GRAVAR-LINHA-RAZAO.

           MOVE RAZAOREL-LINHA TO WRK-LINHA-SAIDA.
           IF WRK-CAB-QUEBROU
               PERFORM 0410-IMPRIMIR-CABECALHO-RAZAO
           END-IF.
           WRITE RAZAOREL-LINHA FROM WRK-LINHA-SAIDA.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.

       0440-IMPRIMIR-MOVIMENTO-RAZAO.

           IF TAB-LIV-CONTA(WRK-LIV-SUB) = TAB-CTA-CONTA(WRK-CTA-SUB)
               MOVE SPACES TO WRK-LINHA-RAZAO
               MOVE TAB-LIV-DATA(WRK-LIV-SUB)   TO WRK-LR-DATA
               MOVE TAB-LIV-NUMERO(WRK-LIV-SUB) TO WRK-LR-NUMERO
               MOVE TAB-LIV-HISTORICO(WRK-LIV-SUB)
                   TO WRK-LR-HISTORICO
               MOVE TAB-LIV-CCUSTO(WRK-LIV-SUB) TO WRK-LR-CCUSTO
               IF TAB-LIV-TIPO(WRK-LIV-SUB) = 'D'
                   MOVE TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-LR-DEBITO
                   ADD TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-CTA-DEBITOS
                   SUBTRACT TAB-LIV-VALOR(WRK-LIV-SUB)
                       FROM WRK-SALDO-CORRENTE
               ELSE
                   MOVE TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-LR-CREDITO
                   ADD TAB-LIV-VALOR(WRK-LIV-SUB) TO WRK-CTA-CREDITOS
                   ADD TAB-LIV-VALOR(WRK-LIV-SUB)
                       TO WRK-SALDO-CORRENTE
               END-IF
               MOVE WRK-SALDO-CORRENTE TO WRK-LR-SALDO
               MOVE WRK-LINHA-RAZAO TO RAZAOREL-LINHA
               PERFORM 0430-GRAVAR-LINHA-RAZAO
           END-IF.

      **************************************************************
      ** TERMOS DE ABERTURA E DE ENCERRAMENTO DO VOLUME DO MES, CADA
      ** UM NA SUA FOLHA NUMERADA (A PRIMEIRA E A ULTIMA DO VOLUME).
      ** VALEM PARA O LIVRO CORRENTE (WRK-LIV-IDX: 1 DIARIO, 2
      ** RAZAO).
      **************************************************************
       0500-IMPRIMIR-TERMO-ABERTURA.

           MOVE TAB-NUM-PAG-INICIAL(WRK-LIV-IDX) TO WRK-PAG-ED.
           MOVE TAB-NUM-PAG-FINAL(WRK-LIV-IDX)   TO WRK-PAG-FIM-ED.
           PERFORM 0530-IMPRIMIR-CABECALHO-TERMO.

           MOVE SPACES TO WRK-CAB-LINHA1.
           MOVE 'TERMO DE ABERTURA' TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           IF WRK-LIV-IDX = 1
               STRING 'CONTEM ESTE LIVRO DIARIO AS FOLHAS NUMERADAS'
                   DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   WRK-PAG-ED DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-PAG-FIM-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   INTO WRK-CAB-LINHA1
           ELSE
               STRING 'CONTEM ESTE LIVRO RAZAO AS FOLHAS NUMERADAS'
                   DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   WRK-PAG-ED DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-PAG-FIM-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   INTO WRK-CAB-LINHA1
           END-IF.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           STRING 'QUE SERVIRAO AO REGISTRO DAS OPERACOES DE'
               DELIMITED BY SIZE
               INTO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           MOVE WRK-EMPRESA TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           STRING 'NO PERIODO DE ' DELIMITED BY SIZE
               WRK-PERIODO-ED DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           IF WRK-LIV-IDX = 1
               PERFORM 0550-INFORMAR-NUMERACAO
           END-IF.

       0510-IMPRIMIR-TERMO-ENCERR.

           MOVE TAB-NUM-PAG-INICIAL(WRK-LIV-IDX) TO WRK-PAG-ED.
           MOVE TAB-NUM-PAG-FINAL(WRK-LIV-IDX)   TO WRK-PAG-FIM-ED.
           PERFORM 0530-IMPRIMIR-CABECALHO-TERMO.

           MOVE SPACES TO WRK-CAB-LINHA1.
           MOVE 'TERMO DE ENCERRAMENTO' TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           IF WRK-LIV-IDX = 1
               STRING 'CONTEM ESTE LIVRO DIARIO AS FOLHAS NUMERADAS'
                   DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   WRK-PAG-ED DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-PAG-FIM-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   INTO WRK-CAB-LINHA1
           ELSE
               STRING 'CONTEM ESTE LIVRO RAZAO AS FOLHAS NUMERADAS'
                   DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   WRK-PAG-ED DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-PAG-FIM-ED DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   INTO WRK-CAB-LINHA1
           END-IF.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           STRING 'QUE SERVIRAM AO REGISTRO DAS OPERACOES DE'
               DELIMITED BY SIZE
               INTO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           MOVE WRK-EMPRESA TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           STRING 'NO PERIODO DE ' DELIMITED BY SIZE
               WRK-PERIODO-ED DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           IF WRK-LIV-IDX = 1
               PERFORM 0550-INFORMAR-NUMERACAO
           ELSE
               MOVE SPACES TO WRK-CAB-LINHA1
               STRING 'CONTAS MOVIMENTADAS NO PERIODO: '
                   DELIMITED BY SIZE
                   WRK-TAB-CTA-QTD DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO WRK-CAB-LINHA1
               PERFORM 0540-GRAVAR-LINHA-TERMO
           END-IF.

      **************************************************************
      ** AVANCO DE FOLHA DO LIVRO CORRENTE. A PRIMEIRA FOLHA DO
      ** ARQUIVO (O TERMO DE ABERTURA) NAO AVANCA NEM SOMA - JA
      ** NASCE COM A FOLHA INICIAL DO VOLUME.
      **************************************************************
       0520-SALTAR-FOLHA.

           IF TAB-NUM-FOLHAS(WRK-LIV-IDX) > ZEROS
               ADD 1 TO TAB-NUM-PAGINA(WRK-LIV-IDX)
               MOVE SPACES TO WRK-CAB-LINHA1
               IF WRK-LIV-IDX = 1
                   WRITE DIARIO-LINHA FROM WRK-CAB-LINHA1
                       BEFORE ADVANCING PAGE
               ELSE
                   WRITE RAZAOREL-LINHA FROM WRK-CAB-LINHA1
                       BEFORE ADVANCING PAGE
               END-IF
           END-IF.
           ADD 1 TO TAB-NUM-FOLHAS(WRK-LIV-IDX).

       0530-IMPRIMIR-CABECALHO-TERMO.

           PERFORM 0520-SALTAR-FOLHA.
           MOVE 'PROGLIVB' TO WRK-CAB-PROGRAMA.
           IF WRK-LIV-IDX = 1
               MOVE 'LIVRO DIARIO' TO WRK-CAB-TITULO
           ELSE
               MOVE 'LIVRO RAZAO' TO WRK-CAB-TITULO
           END-IF.
           MOVE TAB-NUM-PAGINA(WRK-LIV-IDX) TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE WRK-CAB-LINHA2 TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.
           MOVE SPACES TO WRK-CAB-LINHA1.
           PERFORM 0540-GRAVAR-LINHA-TERMO.

       0540-GRAVAR-LINHA-TERMO.

           IF WRK-LIV-IDX = 1
               WRITE DIARIO-LINHA FROM WRK-CAB-LINHA1
           ELSE
               WRITE RAZAOREL-LINHA FROM WRK-CAB-LINHA1
           END-IF.

       0550-INFORMAR-NUMERACAO.

           MOVE SPACES TO WRK-CAB-LINHA1.
           IF WRK-TAB-LIV-QTD = ZEROS
               MOVE 'SEM LANCAMENTOS NO PERIODO.' TO WRK-CAB-LINHA1
           ELSE
               MOVE TAB-NUM-NUM-INICIAL(1) TO WRK-NUM-ED
               MOVE TAB-NUM-NUM-FINAL(1)   TO WRK-NUM-FIM-ED
               STRING 'LANCAMENTOS NUMERADOS DE ' DELIMITED BY SIZE
                   WRK-NUM-ED DELIMITED BY SIZE
                   ' A ' DELIMITED BY SIZE
                   WRK-NUM-FIM-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-TAB-LIV-QTD DELIMITED BY SIZE
                   ' LANCAMENTO(S)).' DELIMITED BY SIZE
                   INTO WRK-CAB-LINHA1
           END-IF.
           PERFORM 0540-GRAVAR-LINHA-TERMO.

      **************************************************************
      ** REGISTRO DA EMISSAO NO HISTORICO (LIVHIST), UM REGISTRO
      ** POR LIVRO.
      **************************************************************
       0600-REGISTRAR-EMISSAO.

           OPEN EXTEND LIVHIST-FILE.
           IF WRK-LIVHIST-STATUS = '05' OR '35'
               CLOSE LIVHIST-FILE
               OPEN OUTPUT LIVHIST-FILE
           END-IF.
           PERFORM 0610-GRAVAR-HISTORICO
               VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > 2.
           CLOSE LIVHIST-FILE.

       0610-GRAVAR-HISTORICO.

           MOVE WRK-ANOMES-LIVRO TO LVH-ANOMES.
           IF WRK-LIV-IDX = 1
               MOVE 'D' TO LVH-LIVRO
           ELSE
               MOVE 'R' TO LVH-LIVRO
           END-IF.
           MOVE TAB-NUM-PAG-INICIAL(WRK-LIV-IDX) TO LVH-PAG-INICIAL.
           MOVE TAB-NUM-PAG-FINAL(WRK-LIV-IDX)   TO LVH-PAG-FINAL.
           MOVE TAB-NUM-NUM-INICIAL(WRK-LIV-IDX) TO LVH-NUM-INICIAL.
           MOVE TAB-NUM-NUM-FINAL(WRK-LIV-IDX)   TO LVH-NUM-FINAL.
           WRITE LIVHIST-REG.

      **************************************************************
      ** CARGA DO PLANO DE CONTAS (DESCRICOES).
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
           END-IF.
           READ PLANOCTA-FILE
               AT END SET WRK-PLANO-FIM TO TRUE
           END-READ.

      **************************************************************
      ** O PERIODO DOS LIVROS DEVE CONSTAR DO FECHAMENTO MENSAL
      ** (FECHMES).
      **************************************************************
       8100-CONFERIR-MES-FECHADO.

           MOVE 'N' TO WRK-MES-FECHADO-SW.
           MOVE 'N' TO WRK-AUX-FIM-SW.

           OPEN INPUT FECHMES-FILE.
           IF WRK-FECHMES-STATUS = '35'
               CONTINUE
           ELSE
               READ FECHMES-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8110-CONFERIR-MES UNTIL WRK-AUX-FIM
               CLOSE FECHMES-FILE
           END-IF.

       8110-CONFERIR-MES.

           IF FCH-ANOMES = WRK-ANOMES-LIVRO
               SET WRK-MES-FECHADO TO TRUE
           END-IF.
           READ FECHMES-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARGA DOS LANCAMENTOS DO MES A PARTIR DO ARQUIVO MORTO DO
      ** RAZAO (LANCARQ), QUE ESTA NA ORDEM DE PROCESSAMENTO: CADA
      ** LANCAMENTO E INSERIDO NA POSICAO DA DATA, DESLOCANDO OS DE
      ** DATA MAIOR UMA CASA PARA BAIXO (OS DE MESMA DATA FICAM NA
      ** ORDEM DE PROCESSAMENTO). A CONTA ENTRA NA TABELA DE CONTAS
      ** MOVIMENTADAS. O LIVRO NAO E EMITIDO PELA METADE: ACIMA DA
      ** CAPACIDADE DE QUALQUER DAS TABELAS A EMISSAO E RECUSADA.
      **************************************************************
       8200-CARREGAR-LANCAMENTOS.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-LIV-QTD.
           MOVE ZEROS TO WRK-TAB-CTA-QTD.

           OPEN INPUT LANCARQ-FILE.
           IF WRK-LANCARQ-STATUS = '35'
               CONTINUE
           ELSE
               READ LANCARQ-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8210-LER-LANCAMENTO UNTIL WRK-AUX-FIM
               CLOSE LANCARQ-FILE
           END-IF.

       8210-LER-LANCAMENTO.

           COMPUTE WRK-LAQ-ANOMES = LAQ-DATA / 100.
           IF WRK-LAQ-ANOMES = WRK-ANOMES-LIVRO
               IF WRK-TAB-LIV-QTD < 5000
                   PERFORM 8220-INSERIR-LANCAMENTO
                   PERFORM 8240-REGISTRAR-CONTA
               ELSE
                   SET WRK-ESTOUROU TO TRUE
               END-IF
           END-IF.
           READ LANCARQ-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8220-INSERIR-LANCAMENTO.

           ADD 1 TO WRK-TAB-LIV-QTD.
           MOVE WRK-TAB-LIV-QTD TO WRK-LIV-POS.
           MOVE 'N' TO WRK-POSICAO-SW.
           PERFORM 8230-DESLOCAR-LANCAMENTO UNTIL WRK-POSICAO-OK.

           IF LAQ-CENTRO-CUSTO = SPACES
               MOVE 'GERAL' TO WRK-CCUSTO-LANC
           ELSE
               MOVE LAQ-CENTRO-CUSTO TO WRK-CCUSTO-LANC
           END-IF.
           MOVE LAQ-DATA      TO TAB-LIV-DATA(WRK-LIV-POS).
           MOVE LAQ-CONTA     TO TAB-LIV-CONTA(WRK-LIV-POS).
           MOVE LAQ-TIPO      TO TAB-LIV-TIPO(WRK-LIV-POS).
           MOVE LAQ-VALOR     TO TAB-LIV-VALOR(WRK-LIV-POS).
           MOVE LAQ-HISTORICO TO TAB-LIV-HISTORICO(WRK-LIV-POS).
           MOVE WRK-CCUSTO-LANC TO TAB-LIV-CCUSTO(WRK-LIV-POS).
           MOVE ZEROS         TO TAB-LIV-NUMERO(WRK-LIV-POS).

       8230-DESLOCAR-LANCAMENTO.

           IF WRK-LIV-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-LIV-DATA(WRK-LIV-POS - 1) > LAQ-DATA
                   MOVE TAB-LIV(WRK-LIV-POS - 1)
                       TO TAB-LIV(WRK-LIV-POS)
                   SUBTRACT 1 FROM WRK-LIV-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

       8240-REGISTRAR-CONTA.

           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM 8250-PROCURAR-CONTA
               VARYING WRK-CTA-SUB FROM 1 BY 1
               UNTIL WRK-CTA-SUB > WRK-TAB-CTA-QTD
                  OR WRK-ACHOU.

           IF NOT WRK-ACHOU
               IF WRK-TAB-CTA-QTD < 300
                   ADD 1 TO WRK-TAB-CTA-QTD
                   MOVE WRK-TAB-CTA-QTD TO WRK-CTA-POS
                   MOVE 'N' TO WRK-POSICAO-SW
                   PERFORM 8260-DESLOCAR-CONTA UNTIL WRK-POSICAO-OK
                   MOVE LAQ-CONTA TO TAB-CTA-CONTA(WRK-CTA-POS)
                   MOVE ZEROS     TO TAB-CTA-QTD-MOV(WRK-CTA-POS)
                   MOVE ZEROS     TO TAB-CTA-SALDO-ANT(WRK-CTA-POS)
                   MOVE 'N'       TO TAB-CTA-FECH-SW(WRK-CTA-POS)
                   MOVE ZEROS     TO TAB-CTA-SALDO-FECH(WRK-CTA-POS)
                   SET WRK-ACHOU TO TRUE
               ELSE
                   SET WRK-ESTOUROU TO TRUE
               END-IF
           END-IF.

           IF WRK-ACHOU
               ADD 1 TO TAB-CTA-QTD-MOV(WRK-CTA-POS)
           END-IF.

       8250-PROCURAR-CONTA.

           IF TAB-CTA-CONTA(WRK-CTA-SUB) = LAQ-CONTA
               SET WRK-ACHOU TO TRUE
               MOVE WRK-CTA-SUB TO WRK-CTA-POS
           END-IF.

       8260-DESLOCAR-CONTA.

           IF WRK-CTA-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-CTA-CONTA(WRK-CTA-POS - 1) > LAQ-CONTA
                   MOVE TAB-CTA(WRK-CTA-POS - 1)
                       TO TAB-CTA(WRK-CTA-POS)
                   SUBTRACT 1 FROM WRK-CTA-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

      **************************************************************
      ** SALDOS FECHADOS (FECHSNAP): O DO MES ANTERIOR E O SALDO
      ** ANTERIOR DA CONTA NO RAZAO (CONTA SEM FOTOGRAFIA ANTERIOR
      ** COMECA ZERADA); O DO PROPRIO MES CONFERE O SALDO FINAL.
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

       8310-LER-SALDO-FECHADO.

           IF (FSN-ANOMES = WRK-ANOMES-ANTERIOR
               OR FSN-ANOMES = WRK-ANOMES-LIVRO)
               AND WRK-TAB-CTA-QTD > ZEROS
               SET CTA-IDX TO 1
               SEARCH TAB-CTA
                   AT END
                       CONTINUE
                   WHEN TAB-CTA-CONTA(CTA-IDX) = FSN-CONTA
                       IF FSN-ANOMES = WRK-ANOMES-ANTERIOR
                           MOVE FSN-SALDO
                               TO TAB-CTA-SALDO-ANT(CTA-IDX)
                       ELSE
                           MOVE FSN-SALDO
                               TO TAB-CTA-SALDO-FECH(CTA-IDX)
                           MOVE 'S' TO TAB-CTA-FECH-SW(CTA-IDX)
                       END-IF
               END-SEARCH
           END-IF.
           READ FECHSNAP-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** NUMERACAO DO VOLUME. O HISTORICO DO ANO (LIVHIST) E
      ** CARREGADO POR MES E LIVRO; O VOLUME COMECA NA FOLHA E NO
      ** LANCAMENTO SEGUINTES AOS DO ULTIMO MES ANTERIOR JA
      ** IMPRESSO (O PRIMEIRO DO ANO COMECA EM 1). MES JA IMPRESSO
      ** REPETE A NUMERACAO ORIGINAL. A QUANTIDADE DE FOLHAS E
      ** CONHECIDA ANTES DA IMPRESSAO (LINHAS POR FOLHA FIXAS EM
      ** WRK-CAB-MAX-LINHAS, MAIS AS FOLHAS DOS DOIS TERMOS), O QUE
      ** PERMITE AO TERMO DE ABERTURA CITAR A ULTIMA FOLHA.
      **************************************************************
       8400-APURAR-NUMERACAO.

           INITIALIZE WRK-TAB-HISTORICO.
           INITIALIZE WRK-TAB-NUMERACAO.
           MOVE 'N' TO WRK-AUX-FIM-SW.

           OPEN INPUT LIVHIST-FILE.
           IF WRK-LIVHIST-STATUS = '35'
               CONTINUE
           ELSE
               READ LIVHIST-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8410-LER-HISTORICO UNTIL WRK-AUX-FIM
               CLOSE LIVHIST-FILE
           END-IF.

           PERFORM 8420-NUMERAR-LIVRO
               VARYING WRK-LIV-IDX FROM 1 BY 1
               UNTIL WRK-LIV-IDX > 2.

       8410-LER-HISTORICO.

           DIVIDE LVH-ANOMES BY 100
               GIVING WRK-ANO-HIST REMAINDER WRK-MES-HIST.
           IF WRK-ANO-HIST = WRK-ANO-LIVRO
               AND WRK-MES-HIST >= 1 AND WRK-MES-HIST <= 12
               AND (LVH-LIVRO = 'D' OR LVH-LIVRO = 'R')
               IF LVH-LIVRO = 'D'
                   MOVE 1 TO WRK-LIV-IDX
               ELSE
                   MOVE 2 TO WRK-LIV-IDX
               END-IF
               MOVE 'S' TO
                   TAB-HST-IMPRESSO-SW(WRK-MES-HIST, WRK-LIV-IDX)
               MOVE LVH-PAG-INICIAL TO
                   TAB-HST-PAG-INICIAL(WRK-MES-HIST, WRK-LIV-IDX)
               MOVE LVH-PAG-FINAL TO
                   TAB-HST-PAG-FINAL(WRK-MES-HIST, WRK-LIV-IDX)
               MOVE LVH-NUM-INICIAL TO
                   TAB-HST-NUM-INICIAL(WRK-MES-HIST, WRK-LIV-IDX)
               MOVE LVH-NUM-FINAL TO
                   TAB-HST-NUM-FINAL(WRK-MES-HIST, WRK-LIV-IDX)
           END-IF.
           READ LIVHIST-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8420-NUMERAR-LIVRO.

           MOVE 1 TO TAB-NUM-PAG-INICIAL(WRK-LIV-IDX).
           MOVE 1 TO TAB-NUM-NUM-INICIAL(WRK-LIV-IDX).
           PERFORM 8430-CONFERIR-MES-HISTORICO
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > 12.

           IF TAB-HST-IMPRESSO(WRK-MES-LIVRO, WRK-LIV-IDX)
               MOVE TAB-HST-PAG-INICIAL(WRK-MES-LIVRO, WRK-LIV-IDX)
                   TO TAB-NUM-PAG-INICIAL(WRK-LIV-IDX)
               MOVE TAB-HST-NUM-INICIAL(WRK-MES-LIVRO, WRK-LIV-IDX)
                   TO TAB-NUM-NUM-INICIAL(WRK-LIV-IDX)
           END-IF.

           IF WRK-LIV-IDX = 1
               COMPUTE TAB-NUM-LINHAS(1) = WRK-TAB-LIV-QTD + 2
               IF WRK-TAB-LIV-QTD = ZEROS
                   ADD 1 TO TAB-NUM-LINHAS(1)
               END-IF
               COMPUTE TAB-NUM-NUM-FINAL(1) =
                   TAB-NUM-NUM-INICIAL(1) + WRK-TAB-LIV-QTD - 1
           ELSE
               MOVE ZEROS TO TAB-NUM-LINHAS(2)
               PERFORM 8440-CONTAR-LINHAS-RAZAO
                   VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-TAB-CTA-QTD
               IF WRK-TAB-CTA-QTD = ZEROS
                   MOVE 1 TO TAB-NUM-LINHAS(2)
               END-IF
               MOVE ZEROS TO TAB-NUM-NUM-INICIAL(2)
               MOVE ZEROS TO TAB-NUM-NUM-FINAL(2)
           END-IF.

           COMPUTE WRK-QTD-FOLHAS =
               (TAB-NUM-LINHAS(WRK-LIV-IDX) + WRK-CAB-MAX-LINHAS - 1)
               / WRK-CAB-MAX-LINHAS + 2.
           COMPUTE TAB-NUM-PAG-FINAL(WRK-LIV-IDX) =
               TAB-NUM-PAG-INICIAL(WRK-LIV-IDX) + WRK-QTD-FOLHAS - 1.

           IF TAB-HST-IMPRESSO(WRK-MES-LIVRO, WRK-LIV-IDX)
               AND WRK-POSTERIOR-IMPRESSO
               AND (TAB-NUM-PAG-FINAL(WRK-LIV-IDX) NOT =
                    TAB-HST-PAG-FINAL(WRK-MES-LIVRO, WRK-LIV-IDX)
                 OR TAB-NUM-NUM-FINAL(WRK-LIV-IDX) NOT =
                    TAB-HST-NUM-FINAL(WRK-MES-LIVRO, WRK-LIV-IDX))
               SET WRK-REIMPRESSAO-DIVERGE TO TRUE
           END-IF.
           IF TAB-HST-IMPRESSO(WRK-MES-LIVRO, WRK-LIV-IDX)
               AND NOT WRK-REIMPRESSAO-DIVERGE
               MOVE 'N' TO WRK-POSTERIOR-SW
           END-IF.

      **************************************************************
      ** MES ANTERIOR IMPRESSO EMPURRA O INICIO DO VOLUME; MES
      ** POSTERIOR IMPRESSO SO E ACEITO NA REIMPRESSAO.
      **************************************************************
       8430-CONFERIR-MES-HISTORICO.

           IF TAB-HST-IMPRESSO(WRK-MES-SUB, WRK-LIV-IDX)
               IF WRK-MES-SUB < WRK-MES-LIVRO
                   COMPUTE TAB-NUM-PAG-INICIAL(WRK-LIV-IDX) =
                       TAB-HST-PAG-FINAL(WRK-MES-SUB, WRK-LIV-IDX)
                       + 1
                   COMPUTE TAB-NUM-NUM-INICIAL(WRK-LIV-IDX) =
                       TAB-HST-NUM-FINAL(WRK-MES-SUB, WRK-LIV-IDX)
                       + 1
               END-IF
               IF WRK-MES-SUB > WRK-MES-LIVRO
                   SET WRK-POSTERIOR-IMPRESSO TO TRUE
               END-IF
           END-IF.

       8440-CONTAR-LINHAS-RAZAO.

           COMPUTE TAB-NUM-LINHAS(2) = TAB-NUM-LINHAS(2)
               + TAB-CTA-QTD-MOV(WRK-CTA-SUB) + 4.

      **************************************************************
      ** DESCRICAO DA CONTA EM PCT-CONTA PELO PLANO CARREGADO.
      **************************************************************
       8500-DESCREVER-CONTA.

           MOVE 'CONTA FORA DO PLANO' TO WRK-CTA-DESCRICAO.
           IF WRK-TAB-PCT-QTD > ZEROS
               SET PCT-IDX TO 1
               SEARCH TAB-PCT
                   AT END
                       CONTINUE
                   WHEN TAB-PCT-CONTA(PCT-IDX) = PCT-CONTA
                       MOVE TAB-PCT-DESCRICAO(PCT-IDX)
                           TO WRK-CTA-DESCRICAO
               END-SEARCH
           END-IF.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
