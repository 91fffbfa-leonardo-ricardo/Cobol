       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGQDPR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO MENSAL DO QUADRO DE PESSOAL E DA
      **    ROTATIVIDADE (TURNOVER), POR CENTRO DE CUSTO, POR FILIAL
      **    E POR CARGO, COM O TOTAL DA EMPRESA. A PARTIR DO
      **    CADASTRO DE EMPREGADOS (EMPREGAD, COM OS DESLIGAMENTOS
      **    EM EMP-SITUACAO/EMP-DATA-DESLIG) E DO LOG DE ALTERACOES
      **    (EMPALTER, PARA AS TRANSFERENCIAS), NA COMPETENCIA DO
      **    LOTE SAEM: QUADRO DE ABERTURA, ADMISSOES,
      **    DESLIGAMENTOS, TRANSFERENCIAS DE ENTRADA E DE SAIDA,
      **    QUADRO DE FECHAMENTO, TURNOVER DO MES E DOS ULTIMOS 12
      **    MESES E TEMPO MEDIO DE CASA DO QUADRO DE FECHAMENTO.
      **    OS MESMOS NUMEROS VAO PARA O QUADCSV, ACUMULADO MES A
      **    MES PARA A PLANILHA DO RH.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMPSL.
           SELECT EMPALTER-FILE ASSIGN TO "EMPALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPALTER-STATUS.
           SELECT QUADREL-FILE ASSIGN TO "QUADREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QUADREL-STATUS.
           SELECT QUADCSV-FILE ASSIGN TO "QUADCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-QUADCSV-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMPFD.
       FD  EMPALTER-FILE.
       01  EMPALTER-REG.
           05  EMPALTER-DATA          PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EMPALTER-HORA          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  EMPALTER-OPERACAO      PIC X(01).
           05  FILLER                 PIC X(01).
           05  EMPALTER-MATRICULA     PIC 9(05).
           05  FILLER                 PIC X(01).
           05  EMPALTER-NOME-ANTIGO   PIC X(30).
           05  FILLER                 PIC X(01).
           05  EMPALTER-NOME-NOVO     PIC X(30).
           05  FILLER                 PIC X(01).
           05  EMPALTER-ENTRADA-ANT   PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EMPALTER-ENTRADA-NOVA  PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EMPALTER-SALARIO-ANT   PIC 9(06)V99.
           05  FILLER                 PIC X(01).
           05  EMPALTER-SALARIO-NOVO  PIC 9(06)V99.
           05  FILLER                 PIC X(01).
           05  EMPALTER-FILIAL-ANT    PIC 9(02).
           05  FILLER                 PIC X(01).
           05  EMPALTER-FILIAL-NOVA   PIC 9(02).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CCUSTO-ANT    PIC X(05).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CCUSTO-NOVO   PIC X(05).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CARGO-ANT     PIC X(04).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CARGO-NOVO    PIC X(04).

       FD  QUADREL-FILE.
       01  QUADREL-LINHA          PIC X(100).

       FD  QUADCSV-FILE.
       01  QUADCSV-LINHA          PIC X(120).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-EMPALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-QUADREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-QUADCSV-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ALT-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-ALT-FIM                    VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPREGADOS-ABERTO            VALUE 'S'.
       77  WRK-EMPALTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPALTER-ABERTO            VALUE 'S'.
       77  WRK-MES-INICIO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-FIM            PIC 9(08) VALUE ZEROS.
       77  WRK-JANELA-INICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ADMISSAO      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-DESLIG        PIC 9(08) VALUE ZEROS.
       77  WRK-JAN-ANO            PIC 9(04) VALUE ZEROS.
       77  WRK-JAN-MES            PIC 9(02) VALUE ZEROS.
       77  WRK-JAN-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-HDC-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-HDC-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-HDC-TIPO           PIC X(01) VALUE SPACE.
       77  WRK-HDC-CODIGO         PIC X(05) VALUE SPACES.
       77  WRK-SECAO-TIPO         PIC X(01) VALUE SPACE.
       77  WRK-TITULO-SECAO       PIC X(40) VALUE SPACES.
       77  WRK-FILIAL-X           PIC X(05) VALUE SPACES.
       77  WRK-ABERTURA           PIC S9(05) VALUE ZEROS.
       77  WRK-TURNOVER-MES       PIC 9(04)V99 VALUE ZEROS.
       77  WRK-TURNOVER-12M       PIC 9(04)V99 VALUE ZEROS.
       77  WRK-TEMPO-MEDIO        PIC 9(04)V9 VALUE ZEROS.
      **************************************************************
      ** CONTRIBUICAO DO EMPREGADO CORRENTE PARA AS LINHAS DO SEU
      ** CENTRO DE CUSTO, FILIAL, CARGO E DO TOTAL.
      **************************************************************
       01  WRK-CONTRIBUICAO.
           05  WRK-INC-ADMISSAO   PIC 9(01) VALUE ZEROS.
           05  WRK-INC-DESLIG     PIC 9(01) VALUE ZEROS.
           05  WRK-INC-FECHAMENTO PIC 9(01) VALUE ZEROS.
           05  WRK-INC-ADM-12M    PIC 9(01) VALUE ZEROS.
           05  WRK-INC-DESL-12M   PIC 9(01) VALUE ZEROS.
           05  WRK-INC-ATIVOS-12M PIC 9(02) VALUE ZEROS.
           05  WRK-INC-MESES-CASA PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-FIM-MES.
           05  WRK-FIM-MES-JANELA OCCURS 12 TIMES PIC 9(08).
       01  WRK-TAB-QUADRO.
           05  TAB-HDC OCCURS 1 TO 400 TIMES
                   DEPENDING ON WRK-TAB-HDC-QTD
                   INDEXED BY HDC-IDX.
               10  TAB-HDC-TIPO       PIC X(01).
               10  TAB-HDC-CODIGO     PIC X(05).
               10  TAB-HDC-ADMISSOES  PIC 9(05).
               10  TAB-HDC-DESLIG     PIC 9(05).
               10  TAB-HDC-TRANSF-ENT PIC 9(05).
               10  TAB-HDC-TRANSF-SAI PIC 9(05).
               10  TAB-HDC-FECHAMENTO PIC 9(05).
               10  TAB-HDC-ADM-12M    PIC 9(05).
               10  TAB-HDC-DESL-12M   PIC 9(05).
               10  TAB-HDC-ATIVOS-12M PIC 9(07).
               10  TAB-HDC-MESES-CASA PIC 9(09).
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANO        PIC 9(04).
           05  WRK-DTA-MES        PIC 9(02).
           05  WRK-DTA-DIA        PIC 9(02).
       01  WRK-LINHA-QUADRO.
           05  WRK-LQ-CODIGO      PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-ABERTURA    PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-ADMISSOES   PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-DESLIG      PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-TRANSF-ENT  PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-TRANSF-SAI  PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-FECHAMENTO  PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-TURNOVER-MES PIC ZZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-TURNOVER-12M PIC ZZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-TEMPO-MEDIO PIC ZZZ9,9.
      **************************************************************
      ** NO CSV OS PERCENTUAIS E O TEMPO MEDIO SAEM COM PONTO
      ** DECIMAL, PORQUE A VIRGULA E O SEPARADOR DE CAMPOS.
      **************************************************************
       01  WRK-CSV-TAXA           PIC 9(04)V99 VALUE ZEROS.
       01  WRK-CSV-TAXA-R REDEFINES WRK-CSV-TAXA.
           05  WRK-CSV-TAXA-INT   PIC 9(04).
           05  WRK-CSV-TAXA-DEC   PIC 9(02).
       01  WRK-CSV-TAXA-12M       PIC 9(04)V99 VALUE ZEROS.
       01  WRK-CSV-TAXA-12M-R REDEFINES WRK-CSV-TAXA-12M.
           05  WRK-CSV-T12-INT    PIC 9(04).
           05  WRK-CSV-T12-DEC    PIC 9(02).
       01  WRK-CSV-TEMPO          PIC 9(04)V9 VALUE ZEROS.
       01  WRK-CSV-TEMPO-R REDEFINES WRK-CSV-TEMPO.
           05  WRK-CSV-TEMPO-INT  PIC 9(04).
           05  WRK-CSV-TEMPO-DEC  PIC 9(01).
       01  WRK-CSV-ABERTURA       PIC 9(05) VALUE ZEROS.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0250-PROCESSAR-ALTERACAO UNTIL WRK-ALT-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** O MES DO RELATORIO E O DO LOTE. A JANELA DOS ULTIMOS 12
      ** MESES VAI DO PRIMEIRO DIA DO 11o MES ANTERIOR AO ULTIMO DIA
      ** DO MES DO LOTE, COM O FECHAMENTO DE CADA UM DOS 12 MESES
      ** GUARDADO PARA O QUADRO MEDIO (PROGDATA, FUNCAO 'UM').
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           MOVE WRK-LOTECAB-ANO TO WRK-JAN-ANO.
           MOVE WRK-LOTECAB-MES TO WRK-JAN-MES.
           PERFORM 0110-MONTAR-FIM-MES
               VARYING WRK-JAN-SUB FROM 12 BY -1
               UNTIL WRK-JAN-SUB < 1.
           MOVE WRK-FIM-MES-JANELA(12) TO WRK-MES-FIM.
           COMPUTE WRK-MES-INICIO =
               WRK-LOTECAB-ANO * 10000 + WRK-LOTECAB-MES * 100 + 1.
           MOVE WRK-FIM-MES-JANELA(1) TO WRK-DATA-AUX.
           MOVE 01 TO WRK-DTA-DIA.
           MOVE WRK-DATA-AUX TO WRK-JANELA-INICIO.

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGQDPR'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM     TO TRUE
               SET WRK-ALT-FIM TO TRUE
           ELSE
               SET WRK-EMPREGADOS-ABERTO TO TRUE
               MOVE ZEROS TO EMP-MATRICULA
               START EMPREGADOS-FILE
                   KEY IS NOT LESS THAN EMP-MATRICULA
                   INVALID KEY SET WRK-FIM TO TRUE
               END-START

               OPEN INPUT EMPALTER-FILE
               IF WRK-EMPALTER-STATUS = '00'
                   SET WRK-EMPALTER-ABERTO TO TRUE
                   READ EMPALTER-FILE
                       AT END SET WRK-ALT-FIM TO TRUE
                   END-READ
               ELSE
                   SET WRK-ALT-FIM TO TRUE
               END-IF
           END-IF.

       0110-MONTAR-FIM-MES.

           MOVE 'UM'        TO DTS-FUNCAO.
           MOVE WRK-JAN-ANO TO DTS-DATA1-ANO.
           MOVE WRK-JAN-MES TO DTS-DATA1-MES.
           MOVE 01          TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           COMPUTE WRK-FIM-MES-JANELA(WRK-JAN-SUB) =
               WRK-JAN-ANO * 10000 + WRK-JAN-MES * 100 + DTS-DIAS.

           IF WRK-JAN-MES = 1
               MOVE 12 TO WRK-JAN-MES
               SUBTRACT 1 FROM WRK-JAN-ANO
           ELSE
               SUBTRACT 1 FROM WRK-JAN-MES
           END-IF.

      **************************************************************
      ** CADA EMPREGADO CONTA NA LINHA DO SEU CENTRO DE CUSTO, DA
      ** SUA FILIAL E DO SEU CARGO ATUAIS E NO TOTAL: ADMISSAO E
      ** DESLIGAMENTO NO MES E NA JANELA DE 12 MESES, PRESENCA NO
      ** FECHAMENTO DO MES E EM CADA UM DOS 12 FECHAMENTOS (PARA O
      ** QUADRO MEDIO) E, NO QUADRO DE FECHAMENTO, OS MESES DE CASA.
      **************************************************************
       0200-PROCESSAR.

           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   PERFORM 0210-AVALIAR-EMPREGADO
           END-READ.

       0210-AVALIAR-EMPREGADO.

           MOVE ZEROS TO WRK-CONTRIBUICAO.
           COMPUTE WRK-DATA-ADMISSAO = EMP-ANOENTRADA * 10000
               + EMP-MESENTRADA * 100 + EMP-DIAENTRADA.
           IF EMP-DESLIGADO AND EMP-DATA-DESLIG IS NUMERIC
               MOVE EMP-DATA-DESLIG TO WRK-DATA-DESLIG
           ELSE
               MOVE 99999999        TO WRK-DATA-DESLIG
           END-IF.

           IF WRK-DATA-ADMISSAO NOT < WRK-MES-INICIO
               AND WRK-DATA-ADMISSAO NOT > WRK-MES-FIM
               MOVE 1 TO WRK-INC-ADMISSAO
           END-IF.
           IF WRK-DATA-DESLIG NOT < WRK-MES-INICIO
               AND WRK-DATA-DESLIG NOT > WRK-MES-FIM
               MOVE 1 TO WRK-INC-DESLIG
           END-IF.
           IF WRK-DATA-ADMISSAO NOT < WRK-JANELA-INICIO
               AND WRK-DATA-ADMISSAO NOT > WRK-MES-FIM
               MOVE 1 TO WRK-INC-ADM-12M
           END-IF.
           IF WRK-DATA-DESLIG NOT < WRK-JANELA-INICIO
               AND WRK-DATA-DESLIG NOT > WRK-MES-FIM
               MOVE 1 TO WRK-INC-DESL-12M
           END-IF.

           PERFORM 0215-CONTAR-FIM-MES
               VARYING WRK-JAN-SUB FROM 1 BY 1
               UNTIL WRK-JAN-SUB > 12.

           IF WRK-DATA-ADMISSAO NOT > WRK-MES-FIM
               AND WRK-DATA-DESLIG > WRK-MES-FIM
               MOVE 1 TO WRK-INC-FECHAMENTO
               MOVE 'ME'              TO DTS-FUNCAO
               MOVE WRK-DATA-ADMISSAO TO DTS-DATA1
               MOVE WRK-MES-FIM       TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               IF DTS-MESES > ZEROS
                   MOVE DTS-MESES TO WRK-INC-MESES-CASA
               END-IF
           END-IF.

           IF WRK-CONTRIBUICAO NOT = ZEROS
               MOVE 'C'              TO WRK-HDC-TIPO
               MOVE EMP-CENTRO-CUSTO TO WRK-HDC-CODIGO
               PERFORM 0220-SOMAR-CONTRIBUICAO
               MOVE EMP-FILIAL       TO WRK-FILIAL-X
               MOVE 'F'              TO WRK-HDC-TIPO
               MOVE WRK-FILIAL-X     TO WRK-HDC-CODIGO
               PERFORM 0220-SOMAR-CONTRIBUICAO
               MOVE 'G'              TO WRK-HDC-TIPO
               MOVE EMP-CARGO        TO WRK-HDC-CODIGO
               PERFORM 0220-SOMAR-CONTRIBUICAO
               MOVE 'T'              TO WRK-HDC-TIPO
               MOVE 'TOTAL'          TO WRK-HDC-CODIGO
               PERFORM 0220-SOMAR-CONTRIBUICAO
           END-IF.

       0215-CONTAR-FIM-MES.

           IF WRK-DATA-ADMISSAO NOT > WRK-FIM-MES-JANELA(WRK-JAN-SUB)
               AND WRK-DATA-DESLIG > WRK-FIM-MES-JANELA(WRK-JAN-SUB)
               ADD 1 TO WRK-INC-ATIVOS-12M
           END-IF.

       0220-SOMAR-CONTRIBUICAO.

           PERFORM 0230-LOCALIZAR-LINHA.
           ADD WRK-INC-ADMISSAO   TO TAB-HDC-ADMISSOES(HDC-IDX).
           ADD WRK-INC-DESLIG     TO TAB-HDC-DESLIG(HDC-IDX).
           ADD WRK-INC-FECHAMENTO TO TAB-HDC-FECHAMENTO(HDC-IDX).
           ADD WRK-INC-ADM-12M    TO TAB-HDC-ADM-12M(HDC-IDX).
           ADD WRK-INC-DESL-12M   TO TAB-HDC-DESL-12M(HDC-IDX).
           ADD WRK-INC-ATIVOS-12M TO TAB-HDC-ATIVOS-12M(HDC-IDX).
           ADD WRK-INC-MESES-CASA TO TAB-HDC-MESES-CASA(HDC-IDX).

       0230-LOCALIZAR-LINHA.

           SET HDC-IDX TO 1.
           SEARCH TAB-HDC
               AT END
                   ADD 1 TO WRK-TAB-HDC-QTD
                   SET HDC-IDX TO WRK-TAB-HDC-QTD
                   MOVE WRK-HDC-TIPO   TO TAB-HDC-TIPO(HDC-IDX)
                   MOVE WRK-HDC-CODIGO TO TAB-HDC-CODIGO(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-ADMISSOES(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-DESLIG(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-TRANSF-ENT(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-TRANSF-SAI(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-FECHAMENTO(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-ADM-12M(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-DESL-12M(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-ATIVOS-12M(HDC-IDX)
                   MOVE ZEROS TO TAB-HDC-MESES-CASA(HDC-IDX)
               WHEN TAB-HDC-TIPO(HDC-IDX) = WRK-HDC-TIPO
                   AND TAB-HDC-CODIGO(HDC-IDX) = WRK-HDC-CODIGO
                   CONTINUE
           END-SEARCH.

      **************************************************************
      ** TRANSFERENCIAS DO MES: ALTERACAO APROVADA QUE TROCOU O
      ** CENTRO DE CUSTO, A FILIAL OU O CARGO CONTA SAIDA NA LINHA
      ** ANTIGA E ENTRADA NA NOVA. REGISTRO DO EMPALTER ANTERIOR A
      ** ESSES CAMPOS (EM BRANCO) E IGNORADO.
      **************************************************************
       0250-PROCESSAR-ALTERACAO.

           IF EMPALTER-OPERACAO = 'A'
               AND EMPALTER-DATA NOT < WRK-MES-INICIO
               AND EMPALTER-DATA NOT > WRK-MES-FIM
               AND EMPALTER-FILIAL-ANT IS NUMERIC
               AND EMPALTER-FILIAL-NOVA IS NUMERIC
               IF EMPALTER-CCUSTO-ANT NOT = EMPALTER-CCUSTO-NOVO
                   MOVE 'C'                  TO WRK-HDC-TIPO
                   MOVE EMPALTER-CCUSTO-ANT  TO WRK-HDC-CODIGO
                   PERFORM 0260-CONTAR-SAIDA
                   MOVE EMPALTER-CCUSTO-NOVO TO WRK-HDC-CODIGO
                   PERFORM 0270-CONTAR-ENTRADA
               END-IF
               IF EMPALTER-FILIAL-ANT NOT = EMPALTER-FILIAL-NOVA
                   MOVE 'F'                  TO WRK-HDC-TIPO
                   MOVE EMPALTER-FILIAL-ANT  TO WRK-FILIAL-X
                   MOVE WRK-FILIAL-X         TO WRK-HDC-CODIGO
                   PERFORM 0260-CONTAR-SAIDA
                   MOVE EMPALTER-FILIAL-NOVA TO WRK-FILIAL-X
                   MOVE WRK-FILIAL-X         TO WRK-HDC-CODIGO
                   PERFORM 0270-CONTAR-ENTRADA
               END-IF
               IF EMPALTER-CARGO-ANT NOT = EMPALTER-CARGO-NOVO
                   MOVE 'G'                  TO WRK-HDC-TIPO
                   MOVE EMPALTER-CARGO-ANT   TO WRK-HDC-CODIGO
                   PERFORM 0260-CONTAR-SAIDA
                   MOVE EMPALTER-CARGO-NOVO  TO WRK-HDC-CODIGO
                   PERFORM 0270-CONTAR-ENTRADA
               END-IF
           END-IF.

           READ EMPALTER-FILE
               AT END SET WRK-ALT-FIM TO TRUE
           END-READ.

       0260-CONTAR-SAIDA.

           PERFORM 0230-LOCALIZAR-LINHA.
           ADD 1 TO TAB-HDC-TRANSF-SAI(HDC-IDX).

       0270-CONTAR-ENTRADA.

           PERFORM 0230-LOCALIZAR-LINHA.
           ADD 1 TO TAB-HDC-TRANSF-ENT(HDC-IDX).

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
               OPEN OUTPUT QUADREL-FILE
               MOVE 'PROGQDPR' TO WRK-CAB-PROGRAMA
               MOVE 'QUADRO DE PESSOAL E TURNOVER' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE QUADREL-LINHA FROM WRK-CAB-LINHA1
               WRITE QUADREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO QUADREL-LINHA
               STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                   WRK-LOTECAB-MES    DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WRK-LOTECAB-ANO    DELIMITED BY SIZE
                   '   (TURNOVER = MEDIA DE ADMISSOES E '
                   DELIMITED BY SIZE
                   'DESLIGAMENTOS / QUADRO MEDIO)'
                   DELIMITED BY SIZE
                   INTO QUADREL-LINHA
               WRITE QUADREL-LINHA

               OPEN EXTEND QUADCSV-FILE
               IF WRK-QUADCSV-STATUS = '05' OR '35'
                   CLOSE QUADCSV-FILE
                   OPEN OUTPUT QUADCSV-FILE
                   MOVE SPACES TO QUADCSV-LINHA
                   STRING 'COMPETENCIA,DIMENSAO,CODIGO,ABERTURA,'
                       DELIMITED BY SIZE
                       'ADMISSOES,DESLIGAMENTOS,TRANSF_ENTRADA,'
                       DELIMITED BY SIZE
                       'TRANSF_SAIDA,FECHAMENTO,TURNOVER_MES,'
                       DELIMITED BY SIZE
                       'TURNOVER_12M,TEMPO_MEDIO_MESES'
                       DELIMITED BY SIZE
                       INTO QUADCSV-LINHA
                   WRITE QUADCSV-LINHA
               END-IF

               MOVE 'C' TO WRK-SECAO-TIPO
               MOVE 'POR CENTRO DE CUSTO' TO WRK-TITULO-SECAO
               PERFORM 0310-LISTAR-SECAO
               MOVE 'F' TO WRK-SECAO-TIPO
               MOVE 'POR FILIAL' TO WRK-TITULO-SECAO
               PERFORM 0310-LISTAR-SECAO
               MOVE 'G' TO WRK-SECAO-TIPO
               MOVE 'POR CARGO' TO WRK-TITULO-SECAO
               PERFORM 0310-LISTAR-SECAO
               MOVE 'T' TO WRK-SECAO-TIPO
               MOVE 'TOTAL DA EMPRESA' TO WRK-TITULO-SECAO
               PERFORM 0310-LISTAR-SECAO

               IF WRK-EMPALTER-ABERTO
                   CLOSE EMPALTER-FILE
               END-IF
               CLOSE EMPREGADOS-FILE
               CLOSE QUADREL-FILE
               CLOSE QUADCSV-FILE
           END-IF.

      **************************************************************
      ** UMA SECAO DO RELATORIO POR DIMENSAO, COM O TITULO JA EM
      ** WRK-TITULO-SECAO E AS LINHAS DA TABELA DAQUELA DIMENSAO.
      **************************************************************
       0310-LISTAR-SECAO.

           MOVE SPACES TO QUADREL-LINHA.
           WRITE QUADREL-LINHA.
           WRITE QUADREL-LINHA FROM WRK-TITULO-SECAO.
           MOVE SPACES TO QUADREL-LINHA.
           STRING 'CODIGO   ABERT.  ADMIS.  DESL.  T.ENT.  T.SAI.  '
               DELIMITED BY SIZE
               'FECH. TURN.MES  TURN.12M  T.CASA'
               DELIMITED BY SIZE
               INTO QUADREL-LINHA.
           WRITE QUADREL-LINHA.

           PERFORM 0320-LISTAR-LINHA
               VARYING WRK-HDC-SUB FROM 1 BY 1
               UNTIL WRK-HDC-SUB > WRK-TAB-HDC-QTD.

      **************************************************************
      ** ABERTURA = FECHAMENTO - ADMISSOES + DESLIGAMENTOS -
      ** TRANSFERENCIAS DE ENTRADA + DE SAIDA. TURNOVER DO MES =
      ** (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE A MEDIA DA ABERTURA
      ** COM O FECHAMENTO; DOS 12 MESES, O MESMO SOBRE A MEDIA DOS
      ** 12 FECHAMENTOS. TEMPO MEDIO DE CASA EM MESES, SOBRE O
      ** QUADRO DE FECHAMENTO.
      **************************************************************
       0320-LISTAR-LINHA.

           IF TAB-HDC-TIPO(WRK-HDC-SUB) = WRK-SECAO-TIPO
               COMPUTE WRK-ABERTURA =
                   TAB-HDC-FECHAMENTO(WRK-HDC-SUB)
                   - TAB-HDC-ADMISSOES(WRK-HDC-SUB)
                   + TAB-HDC-DESLIG(WRK-HDC-SUB)
                   - TAB-HDC-TRANSF-ENT(WRK-HDC-SUB)
                   + TAB-HDC-TRANSF-SAI(WRK-HDC-SUB)
               IF WRK-ABERTURA < ZEROS
                   MOVE ZEROS TO WRK-ABERTURA
               END-IF

               MOVE ZEROS TO WRK-TURNOVER-MES
               IF WRK-ABERTURA + TAB-HDC-FECHAMENTO(WRK-HDC-SUB)
                   > ZEROS
                   COMPUTE WRK-TURNOVER-MES ROUNDED =
                       (TAB-HDC-ADMISSOES(WRK-HDC-SUB)
                       + TAB-HDC-DESLIG(WRK-HDC-SUB)) * 100
                       / (WRK-ABERTURA
                       + TAB-HDC-FECHAMENTO(WRK-HDC-SUB))
               END-IF

               MOVE ZEROS TO WRK-TURNOVER-12M
               IF TAB-HDC-ATIVOS-12M(WRK-HDC-SUB) > ZEROS
                   COMPUTE WRK-TURNOVER-12M ROUNDED =
                       (TAB-HDC-ADM-12M(WRK-HDC-SUB)
                       + TAB-HDC-DESL-12M(WRK-HDC-SUB)) * 600
                       / TAB-HDC-ATIVOS-12M(WRK-HDC-SUB)
               END-IF

               MOVE ZEROS TO WRK-TEMPO-MEDIO
               IF TAB-HDC-FECHAMENTO(WRK-HDC-SUB) > ZEROS
                   COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                       TAB-HDC-MESES-CASA(WRK-HDC-SUB)
                       / TAB-HDC-FECHAMENTO(WRK-HDC-SUB)
               END-IF

               MOVE TAB-HDC-CODIGO(WRK-HDC-SUB)     TO WRK-LQ-CODIGO
               MOVE WRK-ABERTURA                    TO WRK-LQ-ABERTURA
               MOVE TAB-HDC-ADMISSOES(WRK-HDC-SUB)
                   TO WRK-LQ-ADMISSOES
               MOVE TAB-HDC-DESLIG(WRK-HDC-SUB)     TO WRK-LQ-DESLIG
               MOVE TAB-HDC-TRANSF-ENT(WRK-HDC-SUB)
                   TO WRK-LQ-TRANSF-ENT
               MOVE TAB-HDC-TRANSF-SAI(WRK-HDC-SUB)
                   TO WRK-LQ-TRANSF-SAI
               MOVE TAB-HDC-FECHAMENTO(WRK-HDC-SUB)
                   TO WRK-LQ-FECHAMENTO
               MOVE WRK-TURNOVER-MES  TO WRK-LQ-TURNOVER-MES
               MOVE WRK-TURNOVER-12M  TO WRK-LQ-TURNOVER-12M
               MOVE WRK-TEMPO-MEDIO   TO WRK-LQ-TEMPO-MEDIO
               WRITE QUADREL-LINHA FROM WRK-LINHA-QUADRO

               PERFORM 0330-GRAVAR-CSV
           END-IF.

       0330-GRAVAR-CSV.

           MOVE WRK-ABERTURA     TO WRK-CSV-ABERTURA.
           MOVE WRK-TURNOVER-MES TO WRK-CSV-TAXA.
           MOVE WRK-TURNOVER-12M TO WRK-CSV-TAXA-12M.
           MOVE WRK-TEMPO-MEDIO  TO WRK-CSV-TEMPO.
           MOVE SPACES TO QUADCSV-LINHA.
           STRING WRK-LOTECAB-ANO DELIMITED BY SIZE
               WRK-LOTECAB-MES    DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               WRK-SECAO-TIPO     DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               TAB-HDC-CODIGO(WRK-HDC-SUB) DELIMITED BY SPACE
               ','                DELIMITED BY SIZE
               WRK-CSV-ABERTURA   DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               TAB-HDC-ADMISSOES(WRK-HDC-SUB) DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               TAB-HDC-DESLIG(WRK-HDC-SUB) DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               TAB-HDC-TRANSF-ENT(WRK-HDC-SUB) DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               TAB-HDC-TRANSF-SAI(WRK-HDC-SUB) DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               TAB-HDC-FECHAMENTO(WRK-HDC-SUB) DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               WRK-CSV-TAXA-INT   DELIMITED BY SIZE
               '.'                DELIMITED BY SIZE
               WRK-CSV-TAXA-DEC   DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               WRK-CSV-T12-INT    DELIMITED BY SIZE
               '.'                DELIMITED BY SIZE
               WRK-CSV-T12-DEC    DELIMITED BY SIZE
               ','                DELIMITED BY SIZE
               WRK-CSV-TEMPO-INT  DELIMITED BY SIZE
               '.'                DELIMITED BY SIZE
               WRK-CSV-TEMPO-DEC  DELIMITED BY SIZE
               INTO QUADCSV-LINHA.
           WRITE QUADCSV-LINHA.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
