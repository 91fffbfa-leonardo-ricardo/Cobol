       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDSTB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ESTATISTICA DE NOTAS DO BIMESTRE POR TURMA,
      **    MATERIA E PROVA, PARA A COORDENACAO SEPARAR O ALUNO
      **    FRACO DA PROVA MAL FEITA. O BIMESTRE E O DO CONTROLE
      **    BIMCTL (O MESMO DO PROGNOTB; FECHAMENTO DO ANO, 9, USA O
      **    4O BIMESTRE). CADA NOTA DO NOTAS ENTRA NA TURMA EM QUE O
      **    BIMESTRE FOI CURSADO (MATRALUN E TRANSFERENCIAS DO
      **    MOVALUNO, VER CPYMVAPR); A PROVA N E A MATERIA N DA
      **    TURMA NO CADASTRO DE TURMAS. PARA CADA PROVA DA TURMA O
      **    RELATORIO (DSTNOTREL) TRAZ:
      **    - O HISTOGRAMA POR FAIXA (0-2, 2-4, 4-6, 6-8, 8-10; O
      **      LIMITE DE CIMA FICA NA FAIXA SEGUINTE, 10 NA ULTIMA);
      **    - MEDIA, MEDIANA, DESVIO PADRAO E PERCENTUAL DE
      **      APROVACAO CONTRA A NOTA MINIMA DE APROVACAO (NOTACFG);
      **    - A MEDIA E A APROVACAO DA ESCOLA NA MESMA MATERIA;
      **    - AS RETIFICACOES DE NOTA DA PROVA (NOTACORR);
      **    - A MARCA 'FORA DA FAIXA' QUANDO A APROVACAO DA PROVA SE
      **      AFASTA DA APROVACAO DA ESCOLA NA MATERIA MAIS QUE A
      **      TOLERANCIA EM PONTOS PERCENTUAIS (INFORMADA PELA
      **      OPERACAO; VAZIO ASSUME 20).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMATSL.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTAS-STATUS.
           SELECT NOTACORR-FILE ASSIGN TO "NOTACORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACORR-STATUS.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURMAS-STATUS.
           SELECT BIMCTL-FILE ASSIGN TO "BIMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BIMCTL-STATUS.
           SELECT DSTNOTREL-FILE ASSIGN TO "DSTNOTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DSTNOTREL-STATUS.
           COPY CPYMVASL.
           COPY CPYNOTPSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYMATFD.
       COPY CPYNOTPFD.
       COPY CPYMVAFD.
       FD  NOTAS-FILE.
       01  NOTA-REG.
           05  NTA-MATRICULA      PIC 9(06).
           05  NTA-PROVA          PIC 9(01).
           05  NTA-NOTA           PIC 9(02)V9.
           05  NTA-PESO           PIC 9(02).
           05  NTA-BIMESTRE       PIC 9(01).

       FD  NOTACORR-FILE.
       01  NOTACORR-REG.
           05  NCO-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  NCO-HORA           PIC 9(06).
           05  FILLER             PIC X(01).
           05  NCO-MATRICULA      PIC 9(06).
           05  FILLER             PIC X(01).
           05  NCO-PROVA          PIC 9(01).
           05  FILLER             PIC X(01).
           05  NCO-BIMESTRE       PIC 9(01).
           05  FILLER             PIC X(01).
           05  NCO-NOTA-ANTIGA    PIC 9(02)V9.
           05  FILLER             PIC X(01).
           05  NCO-NOTA-NOVA      PIC 9(02)V9.
           05  FILLER             PIC X(01).
           05  NCO-USUARIO        PIC X(20).
           05  FILLER             PIC X(01).
           05  NCO-MOTIVO         PIC X(30).

       FD  TURMAS-FILE.
       01  TURMAS-REG.
           05  TUR-CODIGO         PIC X(10).
           05  TUR-DESCRICAO      PIC X(30).
           05  TUR-PROFESSOR      PIC X(20).
           05  TUR-MATERIA1       PIC X(10).
           05  TUR-PESO1          PIC 9(02).
           05  TUR-MATERIA2       PIC X(10).
           05  TUR-PESO2          PIC 9(02).
           05  TUR-MATERIA3       PIC X(10).
           05  TUR-PESO3          PIC 9(02).
           05  TUR-PESO-BIM1      PIC 9(02).
           05  TUR-PESO-BIM2      PIC 9(02).
           05  TUR-PESO-BIM3      PIC 9(02).
           05  TUR-PESO-BIM4      PIC 9(02).

       FD  BIMCTL-FILE.
       01  BIMCTL-REG.
           05  BIM-CTL-BIMESTRE   PIC 9(01).

       FD  DSTNOTREL-FILE.
       01  DSTNOTREL-LINHA        PIC X(120).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-NOTAS-STATUS       PIC X(02) VALUE SPACES.
       77  WRK-NOTACORR-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TURMAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-BIMCTL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-DSTNOTREL-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM                    VALUE 'S'.
       77  WRK-MAT-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-MAT-ACHOU                  VALUE 'S'.
       77  WRK-BIM-CORRENTE       PIC 9(01) VALUE 1.
       77  WRK-TOLERANCIA         PIC 9(02)V9 VALUE ZEROS.
       77  WRK-QTD-SEM-MATRICULA  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CORRECOES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA-FAIXA     PIC 9(04) VALUE ZEROS.
      *    TURMAS E MATERIAS (PROVA N = MATERIA N DA TURMA)
       77  WRK-TURMAS-FIM-SW      PIC X(01) VALUE 'N'.
           88  WRK-TURMAS-FIM               VALUE 'S'.
       77  WRK-TAB-TUR-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-TUR-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-TUR-ACHOU                VALUE 'S'.
       01  WRK-TAB-TURMAS.
           05  TAB-TUR OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TAB-TUR-QTD
                   INDEXED BY TUR-IDX.
               10  TAB-TUR-CODIGO     PIC X(10).
               10  TAB-TUR-MATERIA OCCURS 3 TIMES PIC X(10).
      *    NOTAS DO BIMESTRE, ORDENADAS POR TURMA, PROVA E NOTA
       77  WRK-TAB-NTE-QTD        PIC 9(05) VALUE ZEROS.
       77  WRK-NTE-SUB            PIC 9(05) VALUE ZEROS.
       77  WRK-NTE-ORD-J          PIC 9(05) VALUE ZEROS.
       77  WRK-ORDENADO-SW        PIC X(01) VALUE 'N'.
           88  WRK-ORDENADO                 VALUE 'S'.
       01  WRK-TAB-NOTAS-BIM.
           05  TAB-NTE OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TAB-NTE-QTD.
               10  TAB-NTE-CHAVE.
                   15  TAB-NTE-TURMA  PIC X(10).
                   15  TAB-NTE-PROVA  PIC 9(01).
                   15  TAB-NTE-NOTA   PIC 9(02)V9.
       01  WRK-NTE-TROCA          PIC X(14).
      *    UMA LINHA POR PROVA DA TURMA (TURMA + PROVA)
       77  WRK-TAB-GRP-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-GRP-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-GRP-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-GRP-ACHOU                VALUE 'S'.
       01  WRK-TAB-GRUPOS.
           05  TAB-GRP OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-GRP-QTD
                   INDEXED BY GRP-IDX.
               10  TAB-GRP-TURMA      PIC X(10).
               10  TAB-GRP-PROVA      PIC 9(01).
               10  TAB-GRP-MATERIA    PIC X(10).
               10  TAB-GRP-QTD        PIC 9(05).
               10  TAB-GRP-FAIXA OCCURS 5 TIMES PIC 9(05).
               10  TAB-GRP-MEDIA      PIC 9(02)V99.
               10  TAB-GRP-MEDIANA    PIC 9(02)V99.
               10  TAB-GRP-DESVIO     PIC 9(02)V99.
               10  TAB-GRP-PCT-APROV  PIC 9(03)V9.
               10  TAB-GRP-CORRECOES  PIC 9(03).
      *    ACUMULO DA ESCOLA POR MATERIA
       77  WRK-TAB-ESC-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-ESC-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-ESC-ACHOU                VALUE 'S'.
       01  WRK-TAB-ESCOLA.
           05  TAB-ESC OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-ESC-QTD
                   INDEXED BY ESC-IDX.
               10  TAB-ESC-MATERIA    PIC X(10).
               10  TAB-ESC-QTD        PIC 9(05).
               10  TAB-ESC-SOMA       PIC 9(06)V9.
               10  TAB-ESC-APROVADOS  PIC 9(05).
               10  TAB-ESC-MEDIA      PIC 9(02)V99.
               10  TAB-ESC-PCT-APROV  PIC 9(03)V9.
      *    CALCULO DE UM GRUPO
       77  WRK-GRP-INICIO         PIC 9(05) VALUE ZEROS.
       77  WRK-GRP-QTD            PIC 9(05) VALUE ZEROS.
       77  WRK-GRP-SOMA           PIC 9(06)V9 VALUE ZEROS.
       77  WRK-GRP-SOMA-QUAD      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-GRP-APROVADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-FAIXA              PIC 9(01) VALUE ZEROS.
       77  WRK-MEIO               PIC 9(05) VALUE ZEROS.
       77  WRK-METADE             PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO              PIC 9(01) VALUE ZEROS.
       77  WRK-VARIANCIA          PIC S9(04)V9(04) VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(03)V9 VALUE ZEROS.
       77  WRK-TURMA-CORRENTE     PIC X(10) VALUE SPACES.
       01  WRK-LINHA-PROVA.
           05  WRK-LP-PROVA       PIC 9(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-MATERIA     PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LP-QTD         PIC ZZZ9.
           05  WRK-LP-FAIXAS OCCURS 5 TIMES.
               10  FILLER         PIC X(01).
               10  WRK-LP-FAIXA   PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-MEDIA       PIC Z9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-MEDIANA     PIC Z9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-DESVIO      PIC Z9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-PCT-APROV   PIC ZZ9,9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WRK-LP-ESC-MEDIA   PIC Z9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-ESC-PCT     PIC ZZ9,9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-CORRECOES   PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-MARCA       PIC X(13).
       77  WRK-TOLERANCIA-ED      PIC Z9,9 VALUE ZEROS.
       77  WRK-NOTA-APROV-ED      PIC Z9,9 VALUE ZEROS.
       COPY CPYNOTWS.
       COPY CPYMVATB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-COLETAR-NOTA UNTIL WRK-FIM.
           PERFORM 0300-CALCULAR-ESTATISTICAS.
           PERFORM 0400-IMPRIMIR-RELATORIO.
           PERFORM 0500-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7001-CARREGAR-PARAMETROS.
           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 8000-LER-BIMESTRE-CORRENTE.
           PERFORM 8100-CARREGAR-TURMAS.
           PERFORM 7860-CARREGAR-TABELA-MOVTO.

           DISPLAY 'TOLERANCIA DA APROVACAO EM PONTOS (EX: 20,0)..'.
           ACCEPT WRK-TOLERANCIA FROM CONSOLE.
           IF WRK-TOLERANCIA = ZEROS
               MOVE 20,0 TO WRK-TOLERANCIA
           END-IF.

           OPEN INPUT MATRALUN-FILE.
           IF WRK-MATRALUN-STATUS NOT = '00'
               MOVE 'PROGDSTB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-MATRALUN-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE MATRICULAS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT NOTAS-FILE
               IF WRK-NOTAS-STATUS = '35'
                   SET WRK-FIM TO TRUE
               ELSE
                   READ NOTAS-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

      **************************************************************
      ** COLETA: SO AS NOTAS DO BIMESTRE, NA TURMA EM QUE O ALUNO O
      ** CURSOU. NOTA DE MATRICULA FORA DO CADASTRO NAO ENTRA.
      **************************************************************
       0200-COLETAR-NOTA.

           IF NTA-BIMESTRE = WRK-BIM-CORRENTE
               AND NTA-PROVA >= 1 AND NTA-PROVA <= 3
               MOVE NTA-MATRICULA TO WRK-MVA-MATRICULA
               PERFORM 8300-OBTER-TURMA-ALUNO
               IF NOT WRK-MAT-ACHOU
                   ADD 1 TO WRK-QTD-SEM-MATRICULA
               ELSE
                   IF WRK-TAB-NTE-QTD < 5000
                       ADD 1 TO WRK-TAB-NTE-QTD
                       MOVE WRK-MVA-TURMA-BIM
                           TO TAB-NTE-TURMA(WRK-TAB-NTE-QTD)
                       MOVE NTA-PROVA
                           TO TAB-NTE-PROVA(WRK-TAB-NTE-QTD)
                       MOVE NTA-NOTA
                           TO TAB-NTE-NOTA(WRK-TAB-NTE-QTD)
                   END-IF
               END-IF
           END-IF.

           READ NOTAS-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** ESTATISTICAS: AS NOTAS SAO ORDENADAS POR TURMA, PROVA E
      ** NOTA (TROCA DE VIZINHOS ATE UMA PASSADA SEM TROCA); CADA
      ** SEQUENCIA DE MESMA TURMA E PROVA VIRA UM GRUPO, COM A
      ** MEDIANA TIRADA DO MEIO DA SEQUENCIA. DEPOIS VEM A ESCOLA
      ** POR MATERIA E AS RETIFICACOES DE CADA PROVA.
      **************************************************************
       0300-CALCULAR-ESTATISTICAS.

           IF WRK-TAB-NTE-QTD > 1
               MOVE 'N' TO WRK-ORDENADO-SW
               PERFORM 0310-PASSADA-ORDENACAO UNTIL WRK-ORDENADO
           END-IF.

           MOVE ZEROS TO WRK-GRP-QTD.
           PERFORM 0330-AGRUPAR-NOTA
               VARYING WRK-NTE-SUB FROM 1 BY 1
               UNTIL WRK-NTE-SUB > WRK-TAB-NTE-QTD.
           PERFORM 0340-FECHAR-GRUPO.

           PERFORM 0360-CALCULAR-ESCOLA
               VARYING ESC-IDX FROM 1 BY 1
               UNTIL ESC-IDX > WRK-TAB-ESC-QTD.

           PERFORM 0370-CONTAR-CORRECOES.

       0310-PASSADA-ORDENACAO.

           SET WRK-ORDENADO TO TRUE.
           PERFORM 0320-COMPARAR-NOTAS
               VARYING WRK-NTE-ORD-J FROM 1 BY 1
               UNTIL WRK-NTE-ORD-J >= WRK-TAB-NTE-QTD.

       0320-COMPARAR-NOTAS.

           IF TAB-NTE-CHAVE(WRK-NTE-ORD-J) >
               TAB-NTE-CHAVE(WRK-NTE-ORD-J + 1)
               MOVE TAB-NTE(WRK-NTE-ORD-J)     TO WRK-NTE-TROCA
               MOVE TAB-NTE(WRK-NTE-ORD-J + 1)
                   TO TAB-NTE(WRK-NTE-ORD-J)
               MOVE WRK-NTE-TROCA TO TAB-NTE(WRK-NTE-ORD-J + 1)
               MOVE 'N' TO WRK-ORDENADO-SW
           END-IF.

       0330-AGRUPAR-NOTA.

           IF WRK-GRP-QTD > ZEROS
               AND (TAB-NTE-TURMA(WRK-NTE-SUB) NOT =
                       TAB-NTE-TURMA(WRK-GRP-INICIO)
                   OR TAB-NTE-PROVA(WRK-NTE-SUB) NOT =
                       TAB-NTE-PROVA(WRK-GRP-INICIO))
               PERFORM 0340-FECHAR-GRUPO
           END-IF.

           IF WRK-GRP-QTD = ZEROS
               MOVE WRK-NTE-SUB TO WRK-GRP-INICIO
               MOVE ZEROS TO WRK-GRP-SOMA WRK-GRP-SOMA-QUAD
               MOVE ZEROS TO WRK-GRP-APROVADOS
               IF WRK-TAB-GRP-QTD < 300
                   ADD 1 TO WRK-TAB-GRP-QTD
                   MOVE ZEROS TO TAB-GRP(WRK-TAB-GRP-QTD)
                   MOVE TAB-NTE-TURMA(WRK-NTE-SUB)
                       TO TAB-GRP-TURMA(WRK-TAB-GRP-QTD)
                   MOVE TAB-NTE-PROVA(WRK-NTE-SUB)
                       TO TAB-GRP-PROVA(WRK-TAB-GRP-QTD)
                   PERFORM 8120-OBTER-MATERIA
               END-IF
           END-IF.

           ADD 1 TO WRK-GRP-QTD.
           ADD TAB-NTE-NOTA(WRK-NTE-SUB) TO WRK-GRP-SOMA.
           COMPUTE WRK-GRP-SOMA-QUAD = WRK-GRP-SOMA-QUAD
               + TAB-NTE-NOTA(WRK-NTE-SUB) * TAB-NTE-NOTA(WRK-NTE-SUB).
           IF TAB-NTE-NOTA(WRK-NTE-SUB) >= WRK-NOTA-MIN-APROVACAO
               ADD 1 TO WRK-GRP-APROVADOS
           END-IF.

           EVALUATE TRUE
               WHEN TAB-NTE-NOTA(WRK-NTE-SUB) < 2
                   MOVE 1 TO WRK-FAIXA
               WHEN TAB-NTE-NOTA(WRK-NTE-SUB) < 4
                   MOVE 2 TO WRK-FAIXA
               WHEN TAB-NTE-NOTA(WRK-NTE-SUB) < 6
                   MOVE 3 TO WRK-FAIXA
               WHEN TAB-NTE-NOTA(WRK-NTE-SUB) < 8
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           ADD 1 TO TAB-GRP-FAIXA(WRK-TAB-GRP-QTD, WRK-FAIXA).

      **************************************************************
      ** FECHAMENTO DO GRUPO: MEDIA, DESVIO PADRAO (POPULACIONAL,
      ** RAIZ DA MEDIA DOS QUADRADOS MENOS O QUADRADO DA MEDIA),
      ** MEDIANA (NOTA DO MEIO OU MEDIA DAS DUAS DO MEIO) E
      ** APROVACAO; O GRUPO SOMA TAMBEM NA MATERIA DA ESCOLA.
      **************************************************************
       0340-FECHAR-GRUPO.

           IF WRK-GRP-QTD > ZEROS
               MOVE WRK-GRP-QTD TO TAB-GRP-QTD(WRK-TAB-GRP-QTD)
               COMPUTE TAB-GRP-MEDIA(WRK-TAB-GRP-QTD) ROUNDED =
                   WRK-GRP-SOMA / WRK-GRP-QTD
               COMPUTE WRK-VARIANCIA ROUNDED =
                   WRK-GRP-SOMA-QUAD / WRK-GRP-QTD
                   - (WRK-GRP-SOMA / WRK-GRP-QTD)
                   * (WRK-GRP-SOMA / WRK-GRP-QTD)
               IF WRK-VARIANCIA > ZEROS
                   COMPUTE TAB-GRP-DESVIO(WRK-TAB-GRP-QTD) ROUNDED =
                       WRK-VARIANCIA ** 0,5
               END-IF
               COMPUTE TAB-GRP-PCT-APROV(WRK-TAB-GRP-QTD) ROUNDED =
                   WRK-GRP-APROVADOS * 100 / WRK-GRP-QTD

               DIVIDE WRK-GRP-QTD BY 2 GIVING WRK-METADE
                   REMAINDER WRK-RESTO
               COMPUTE WRK-MEIO = WRK-GRP-INICIO + WRK-METADE
               IF WRK-RESTO = 1
                   MOVE TAB-NTE-NOTA(WRK-MEIO)
                       TO TAB-GRP-MEDIANA(WRK-TAB-GRP-QTD)
               ELSE
                   COMPUTE TAB-GRP-MEDIANA(WRK-TAB-GRP-QTD) ROUNDED =
                       (TAB-NTE-NOTA(WRK-MEIO - 1)
                        + TAB-NTE-NOTA(WRK-MEIO)) / 2
               END-IF

               PERFORM 0350-ACUMULAR-ESCOLA
               MOVE ZEROS TO WRK-GRP-QTD
           END-IF.

       0350-ACUMULAR-ESCOLA.

           MOVE 'N' TO WRK-ESC-ACHOU-SW.
           SET ESC-IDX TO 1.
           SEARCH TAB-ESC
               AT END
                   IF WRK-TAB-ESC-QTD < 300
                       ADD 1 TO WRK-TAB-ESC-QTD
                       SET ESC-IDX TO WRK-TAB-ESC-QTD
                       MOVE TAB-GRP-MATERIA(WRK-TAB-GRP-QTD)
                           TO TAB-ESC-MATERIA(ESC-IDX)
                       MOVE ZEROS TO TAB-ESC-QTD(ESC-IDX)
                       MOVE ZEROS TO TAB-ESC-SOMA(ESC-IDX)
                       MOVE ZEROS TO TAB-ESC-APROVADOS(ESC-IDX)
                       SET WRK-ESC-ACHOU TO TRUE
                   END-IF
               WHEN TAB-ESC-MATERIA(ESC-IDX) =
                   TAB-GRP-MATERIA(WRK-TAB-GRP-QTD)
                   SET WRK-ESC-ACHOU TO TRUE
           END-SEARCH.

           IF WRK-ESC-ACHOU
               ADD WRK-GRP-QTD       TO TAB-ESC-QTD(ESC-IDX)
               ADD WRK-GRP-SOMA      TO TAB-ESC-SOMA(ESC-IDX)
               ADD WRK-GRP-APROVADOS TO TAB-ESC-APROVADOS(ESC-IDX)
           END-IF.

       0360-CALCULAR-ESCOLA.

           IF TAB-ESC-QTD(ESC-IDX) > ZEROS
               COMPUTE TAB-ESC-MEDIA(ESC-IDX) ROUNDED =
                   TAB-ESC-SOMA(ESC-IDX) / TAB-ESC-QTD(ESC-IDX)
               COMPUTE TAB-ESC-PCT-APROV(ESC-IDX) ROUNDED =
                   TAB-ESC-APROVADOS(ESC-IDX) * 100
                   / TAB-ESC-QTD(ESC-IDX)
           END-IF.

      **************************************************************
      ** RETIFICACOES DE NOTA (NOTACORR) DO BIMESTRE, CONTADAS NA
      ** PROVA DA TURMA EM QUE O ALUNO CURSOU O BIMESTRE.
      **************************************************************
       0370-CONTAR-CORRECOES.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT NOTACORR-FILE.
           IF WRK-NOTACORR-STATUS = '35'
               CONTINUE
           ELSE
               READ NOTACORR-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0380-CONTAR-CORRECAO UNTIL WRK-AUX-FIM
               CLOSE NOTACORR-FILE
           END-IF.

       0380-CONTAR-CORRECAO.

           IF NCO-BIMESTRE = WRK-BIM-CORRENTE
               MOVE NCO-MATRICULA TO WRK-MVA-MATRICULA
               PERFORM 8300-OBTER-TURMA-ALUNO
               IF WRK-MAT-ACHOU
                   MOVE 'N' TO WRK-GRP-ACHOU-SW
                   SET GRP-IDX TO 1
                   SEARCH TAB-GRP
                       AT END
                           CONTINUE
                       WHEN TAB-GRP-TURMA(GRP-IDX) = WRK-MVA-TURMA-BIM
                           AND TAB-GRP-PROVA(GRP-IDX) = NCO-PROVA
                           SET WRK-GRP-ACHOU TO TRUE
                           ADD 1 TO TAB-GRP-CORRECOES(GRP-IDX)
                           ADD 1 TO WRK-QTD-CORRECOES
                   END-SEARCH
               END-IF
           END-IF.
           READ NOTACORR-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** RELATORIO: UM BLOCO POR TURMA, UMA LINHA POR PROVA, COM A
      ** ESCOLA NA MESMA MATERIA AO LADO; NO FIM, O RESUMO DA
      ** ESCOLA POR MATERIA.
      **************************************************************
       0400-IMPRIMIR-RELATORIO.

           OPEN OUTPUT DSTNOTREL-FILE.
           MOVE 'PROGDSTB' TO WRK-CAB-PROGRAMA.
           MOVE 'ESTATISTICA DE NOTAS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE DSTNOTREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE DSTNOTREL-LINHA FROM WRK-CAB-LINHA2.

           MOVE WRK-NOTA-MIN-APROVACAO TO WRK-NOTA-APROV-ED.
           MOVE WRK-TOLERANCIA         TO WRK-TOLERANCIA-ED.
           MOVE SPACES TO DSTNOTREL-LINHA.
           STRING 'BIMESTRE: ' DELIMITED BY SIZE
               WRK-BIM-CORRENTE DELIMITED BY SIZE
               '   NOTA DE APROVACAO: ' DELIMITED BY SIZE
               WRK-NOTA-APROV-ED DELIMITED BY SIZE
               '   TOLERANCIA: ' DELIMITED BY SIZE
               WRK-TOLERANCIA-ED DELIMITED BY SIZE
               ' PONTOS' DELIMITED BY SIZE
               INTO DSTNOTREL-LINHA.
           WRITE DSTNOTREL-LINHA.

           MOVE SPACES TO WRK-TURMA-CORRENTE.
           PERFORM 0410-IMPRIMIR-PROVA
               VARYING WRK-GRP-SUB FROM 1 BY 1
               UNTIL WRK-GRP-SUB > WRK-TAB-GRP-QTD.

           MOVE SPACES TO DSTNOTREL-LINHA.
           WRITE DSTNOTREL-LINHA.
           MOVE '=== ESCOLA POR MATERIA ===' TO DSTNOTREL-LINHA.
           WRITE DSTNOTREL-LINHA.
           MOVE 'MATERIA      QTD  MEDIA  %APROV' TO DSTNOTREL-LINHA.
           WRITE DSTNOTREL-LINHA.
           PERFORM 0430-IMPRIMIR-ESCOLA
               VARYING ESC-IDX FROM 1 BY 1
               UNTIL ESC-IDX > WRK-TAB-ESC-QTD.

           CLOSE DSTNOTREL-FILE.

       0410-IMPRIMIR-PROVA.

           IF TAB-GRP-TURMA(WRK-GRP-SUB) NOT = WRK-TURMA-CORRENTE
               MOVE TAB-GRP-TURMA(WRK-GRP-SUB) TO WRK-TURMA-CORRENTE
               MOVE SPACES TO DSTNOTREL-LINHA
               WRITE DSTNOTREL-LINHA
               MOVE SPACES TO DSTNOTREL-LINHA
               STRING '=== TURMA ' DELIMITED BY SIZE
                   WRK-TURMA-CORRENTE DELIMITED BY SIZE
                   ' ===' DELIMITED BY SIZE
                   INTO DSTNOTREL-LINHA
               WRITE DSTNOTREL-LINHA
               MOVE SPACES TO DSTNOTREL-LINHA
               STRING 'P  MATERIA     QTD  0-2  2-4  4-6  6-8 8-10'
                   DELIMITED BY SIZE
                   '  MEDIA  MEDIANA DESVIO  %APROV  ESCOLA'
                   DELIMITED BY SIZE
                   ' %ESCOLA  RET  ' DELIMITED BY SIZE
                   INTO DSTNOTREL-LINHA
               WRITE DSTNOTREL-LINHA
           END-IF.

           MOVE SPACES TO WRK-LINHA-PROVA.
           MOVE TAB-GRP-PROVA(WRK-GRP-SUB)   TO WRK-LP-PROVA.
           MOVE TAB-GRP-MATERIA(WRK-GRP-SUB) TO WRK-LP-MATERIA.
           MOVE TAB-GRP-QTD(WRK-GRP-SUB)     TO WRK-LP-QTD.
           PERFORM 0420-MOVER-FAIXA
               VARYING WRK-FAIXA FROM 1 BY 1
               UNTIL WRK-FAIXA > 5.
           MOVE TAB-GRP-MEDIA(WRK-GRP-SUB)     TO WRK-LP-MEDIA.
           MOVE TAB-GRP-MEDIANA(WRK-GRP-SUB)   TO WRK-LP-MEDIANA.
           MOVE TAB-GRP-DESVIO(WRK-GRP-SUB)    TO WRK-LP-DESVIO.
           MOVE TAB-GRP-PCT-APROV(WRK-GRP-SUB) TO WRK-LP-PCT-APROV.
           MOVE TAB-GRP-CORRECOES(WRK-GRP-SUB) TO WRK-LP-CORRECOES.

           SET ESC-IDX TO 1.
           SEARCH TAB-ESC
               AT END
                   CONTINUE
               WHEN TAB-ESC-MATERIA(ESC-IDX) =
                   TAB-GRP-MATERIA(WRK-GRP-SUB)
                   MOVE TAB-ESC-MEDIA(ESC-IDX)     TO WRK-LP-ESC-MEDIA
                   MOVE TAB-ESC-PCT-APROV(ESC-IDX) TO WRK-LP-ESC-PCT
                   COMPUTE WRK-DIFERENCA =
                       TAB-GRP-PCT-APROV(WRK-GRP-SUB)
                       - TAB-ESC-PCT-APROV(ESC-IDX)
                   IF WRK-DIFERENCA < ZEROS
                       COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
                   END-IF
                   IF WRK-DIFERENCA > WRK-TOLERANCIA
                       MOVE 'FORA DA FAIXA' TO WRK-LP-MARCA
                       ADD 1 TO WRK-QTD-FORA-FAIXA
                   END-IF
           END-SEARCH.

           WRITE DSTNOTREL-LINHA FROM WRK-LINHA-PROVA.

       0420-MOVER-FAIXA.

           MOVE TAB-GRP-FAIXA(WRK-GRP-SUB, WRK-FAIXA)
               TO WRK-LP-FAIXA(WRK-FAIXA).

       0430-IMPRIMIR-ESCOLA.

           MOVE SPACES TO WRK-LINHA-PROVA.
           MOVE TAB-ESC-MATERIA(ESC-IDX)   TO WRK-LP-MATERIA.
           MOVE TAB-ESC-QTD(ESC-IDX)       TO WRK-LP-QTD.
           MOVE TAB-ESC-MEDIA(ESC-IDX)     TO WRK-LP-ESC-MEDIA.
           MOVE TAB-ESC-PCT-APROV(ESC-IDX) TO WRK-LP-ESC-PCT.
           MOVE SPACES TO DSTNOTREL-LINHA.
           STRING WRK-LP-MATERIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-LP-QTD DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-LP-ESC-MEDIA DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WRK-LP-ESC-PCT DELIMITED BY SIZE
               INTO DSTNOTREL-LINHA.
           WRITE DSTNOTREL-LINHA.

       0500-FINALIZAR.

           IF WRK-MATRALUN-STATUS = '00'
               CLOSE MATRALUN-FILE
               IF WRK-NOTAS-STATUS NOT = '35'
                   CLOSE NOTAS-FILE
               END-IF
           END-IF.

           DISPLAY 'ESTATISTICA DO BIMESTRE ' WRK-BIM-CORRENTE ': '
               WRK-TAB-GRP-QTD ' PROVA(S), ' WRK-QTD-FORA-FAIXA
               ' FORA DA FAIXA, ' WRK-QTD-CORRECOES
               ' RETIFICACAO(OES).'.
           IF WRK-QTD-SEM-MATRICULA > ZEROS
               DISPLAY 'NOTAS SEM MATRICULA NO CADASTRO: '
                   WRK-QTD-SEM-MATRICULA
           END-IF.

      **************************************************************
      ** BIMESTRE DO CONTROLE BIMCTL, COMO NO PROGNOTB: 1 A 4; O
      ** FECHAMENTO DO ANO (9) OLHA O 4O BIMESTRE; SEM CONTROLE, 1.
      **************************************************************
       8000-LER-BIMESTRE-CORRENTE.

           MOVE 1 TO WRK-BIM-CORRENTE.

           OPEN INPUT BIMCTL-FILE.
           IF WRK-BIMCTL-STATUS = '35'
               CONTINUE
           ELSE
               READ BIMCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BIM-CTL-BIMESTRE = 9
                               MOVE 4 TO WRK-BIM-CORRENTE
                           WHEN BIM-CTL-BIMESTRE >= 1
                               AND BIM-CTL-BIMESTRE <= 4
                               MOVE BIM-CTL-BIMESTRE
                                   TO WRK-BIM-CORRENTE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE BIMCTL-FILE
           END-IF.

       8100-CARREGAR-TURMAS.

           MOVE 'N'   TO WRK-TURMAS-FIM-SW.
           MOVE ZEROS TO WRK-TAB-TUR-QTD.

           OPEN INPUT TURMAS-FILE.
           IF WRK-TURMAS-STATUS = '35'
               CONTINUE
           ELSE
               READ TURMAS-FILE
                   AT END SET WRK-TURMAS-FIM TO TRUE
               END-READ
               PERFORM 8110-LER-TURMA UNTIL WRK-TURMAS-FIM
               CLOSE TURMAS-FILE
           END-IF.

       8110-LER-TURMA.

           IF WRK-TAB-TUR-QTD < 100
               ADD 1 TO WRK-TAB-TUR-QTD
               MOVE TUR-CODIGO TO TAB-TUR-CODIGO(WRK-TAB-TUR-QTD)
               MOVE TUR-MATERIA1
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 1)
               MOVE TUR-MATERIA2
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 2)
               MOVE TUR-MATERIA3
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 3)
           END-IF.
           READ TURMAS-FILE
               AT END SET WRK-TURMAS-FIM TO TRUE
           END-READ.

      **************************************************************
      ** MATERIA DA PROVA: A MATERIA DE MESMO NUMERO NA TURMA. TURMA
      ** FORA DO CADASTRO OU SEM A MATERIA SAI COMO 'PROVA N'.
      **************************************************************
       8120-OBTER-MATERIA.

           MOVE SPACES TO TAB-GRP-MATERIA(WRK-TAB-GRP-QTD).
           MOVE 'N' TO WRK-TUR-ACHOU-SW.
           SET TUR-IDX TO 1.
           SEARCH TAB-TUR
               AT END
                   CONTINUE
               WHEN TAB-TUR-CODIGO(TUR-IDX) =
                   TAB-GRP-TURMA(WRK-TAB-GRP-QTD)
                   SET WRK-TUR-ACHOU TO TRUE
                   MOVE TAB-TUR-MATERIA(TUR-IDX,
                           TAB-GRP-PROVA(WRK-TAB-GRP-QTD))
                       TO TAB-GRP-MATERIA(WRK-TAB-GRP-QTD)
           END-SEARCH.

           IF TAB-GRP-MATERIA(WRK-TAB-GRP-QTD) = SPACES
               STRING 'PROVA ' DELIMITED BY SIZE
                   TAB-GRP-PROVA(WRK-TAB-GRP-QTD) DELIMITED BY SIZE
                   INTO TAB-GRP-MATERIA(WRK-TAB-GRP-QTD)
           END-IF.

      **************************************************************
      ** TURMA DO ALUNO NO BIMESTRE: A DO CADASTRO, OU A DE ORIGEM
      ** QUANDO O BIMESTRE FOI CURSADO ANTES DE UMA TRANSFERENCIA.
      **************************************************************
       8300-OBTER-TURMA-ALUNO.

           MOVE 'N' TO WRK-MAT-ACHOU-SW.
           MOVE WRK-MVA-MATRICULA TO MAT-MATRICULA.
           READ MATRALUN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-MAT-ACHOU TO TRUE
                   MOVE MAT-ANO-LETIVO   TO WRK-MVA-ANO-LETIVO
                   MOVE MAT-TURMA        TO WRK-MVA-TURMA-ATUAL
                   MOVE WRK-BIM-CORRENTE TO WRK-MVA-BIMESTRE
                   PERFORM 7862-BUSCAR-TURMA-BIMESTRE
           END-READ.

       COPY CPYNOTPR.
       COPY CPYMVAPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
