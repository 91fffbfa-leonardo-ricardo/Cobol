       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHISB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: HISTORICO ESCOLAR E CERTIFICADO DE CONCLUSAO,
      **    NO LUGAR DO HISTORICO DATILOGRAFADO NO EDITOR DE TEXTO
      **    QUANDO O ALUNO SE TRANSFERE OU SE FORMA. PARA A
      **    MATRICULA, IMPRIME TODOS OS ANOS LETIVOS DO HISTORICO DE
      **    MATRICULAS (MATRHIST, GRAVADO PELA REMATRICULA DO
      **    PROGREMB): A TURMA COM A DESCRICAO, AS TRES MATERIAS COM
      **    OS NOMES DO CADASTRO DE TURMAS (TURMAS) E A MEDIA DO ANO
      **    DE CADA UMA, A FREQUENCIA (AULAS DADAS E PRESENCAS), A
      **    MEDIA E O RESULTADO FINAL E AS RETIFICACOES DE NOTA
      **    FEITAS NO ANO (NOTACORR, PROGNOTC). CADA DOCUMENTO LEVA
      **    UM NUMERO (CONTROLE HISNUM) E A DATA DE EMISSAO, E E
      **    REGISTRADO NO LOG DE DOCUMENTOS EMITIDOS (HISTLOG).
      **    ALUNO APROVADO NA ULTIMA SERIE (TURMA QUE A TABELA DE
      **    PROGRESSAO PROMOTAB ALCANCA MAS DA QUAL NAO PROMOVE) GANHA
      **    TAMBEM O CERTIFICADO DE CONCLUSAO, COM NUMERO PROPRIO.
      **    COMO O BOLETIM (PROGBOLE), EMITE SOB DEMANDA AS MATRICULAS
      **    DO CONTROLE HISTCTL OU, NA AUSENCIA DO CONTROLE, NA
      **    JANELA DE LOTE, AS MATRICULAS QUE SAIRAM (INATIVAS) OU
      **    CONCLUIRAM O CURSO E AINDA NAO TEM HISTORICO NO HISTLOG.
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
           SELECT MATRHIST-FILE ASSIGN TO "MATRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MATRHIST-STATUS.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURMAS-STATUS.
           SELECT PROMOTAB-FILE ASSIGN TO "PROMOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROMOTAB-STATUS.
           SELECT NOTACORR-FILE ASSIGN TO "NOTACORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACORR-STATUS.
           SELECT HISTCTL-FILE ASSIGN TO "HISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTCTL-STATUS.
           SELECT HISNUM-FILE ASSIGN TO "HISNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISNUM-STATUS.
           SELECT HISTLOG-FILE ASSIGN TO "HISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTLOG-STATUS.
           SELECT HISTESC-FILE ASSIGN TO "HISTESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTESC-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYMATFD.
       FD  MATRHIST-FILE.
       01  MATRHIST-REG.
           05  MHS-ANO-LETIVO     PIC 9(04).
           05  MHS-MATRICULA      PIC 9(06).
           05  MHS-TURMA          PIC X(10).
           05  MHS-NOME           PIC X(20).
           05  MHS-SITUACAO       PIC X(01).
           05  MHS-RESULTADO      PIC X(20).
           05  MHS-MEDIA-ANO      PIC 9(02)V9.
           05  MHS-MEDIA-MATERIA  OCCURS 3 TIMES PIC 9(02)V9.
           05  MHS-AULAS-DADAS    PIC 9(03).
           05  MHS-AULAS-PRESENTE PIC 9(03).

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

       FD  PROMOTAB-FILE.
       01  PROMOTAB-REG.
           05  PRM-TURMA-ATUAL    PIC X(10).
           05  PRM-TURMA-SEGUINTE PIC X(10).

       FD  NOTACORR-FILE.
       01  NOTACORR-REG.
           05  NCO-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-HORA           PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-MATRICULA      PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-PROVA          PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-BIMESTRE       PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-NOTA-ANTIGA    PIC 9(02)V9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-NOTA-NOVA      PIC 9(02)V9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-USUARIO        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCO-MOTIVO         PIC X(30).

       FD  HISTCTL-FILE.
       01  HISTCTL-REG.
           05  HCT-MATRICULA      PIC 9(06).

       FD  HISNUM-FILE.
       01  HISNUM-REG.
           05  HNM-ULTIMO-NUMERO  PIC 9(06).

       FD  HISTLOG-FILE.
       01  HISTLOG-REG.
           05  HLG-NUMERO         PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HLG-TIPO           PIC X(01).
               88  HLG-HISTORICO              VALUE 'H'.
               88  HLG-CERTIFICADO            VALUE 'C'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HLG-DATA-EMISSAO   PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HLG-MATRICULA      PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HLG-NOME           PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HLG-ULTIMO-ANO     PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  HLG-MODO           PIC X(01).
               88  HLG-SOB-DEMANDA            VALUE 'D'.
               88  HLG-LOTE                   VALUE 'L'.

       FD  HISTESC-FILE.
       01  HISTESC-LINHA          PIC X(80).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MATRHIST-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TURMAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PROMOTAB-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-NOTACORR-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-HISTCTL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-HISNUM-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-HISTLOG-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-HISTESC-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM                    VALUE 'S'.
       77  WRK-SOB-DEMANDA-SW     PIC X(01) VALUE 'N'.
           88  WRK-SOB-DEMANDA                VALUE 'S'.
       77  WRK-CONCLUINTE-SW      PIC X(01) VALUE 'N'.
           88  WRK-CONCLUINTE                 VALUE 'S'.
       77  WRK-PRM-ATUAL-SW       PIC X(01) VALUE 'N'.
           88  WRK-PRM-ACHOU-ATUAL            VALUE 'S'.
       77  WRK-PRM-SEGUINTE-SW    PIC X(01) VALUE 'N'.
           88  WRK-PRM-ACHOU-SEGUINTE         VALUE 'S'.
       77  WRK-JA-EMITIDO-SW      PIC X(01) VALUE 'N'.
           88  WRK-JA-EMITIDO                 VALUE 'S'.
       77  WRK-TUR-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-TUR-ACHOU                  VALUE 'S'.
       77  WRK-ULTIMO-NUMERO      PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO-HISTORICO   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-HISTORICOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CERTIFICADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-HISTORICO  PIC 9(05) VALUE ZEROS.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-ANOS           PIC 9(02) VALUE ZEROS.
       77  WRK-ULT-ANO            PIC 9(04) VALUE ZEROS.
       77  WRK-ULT-IDX            PIC 9(05) VALUE ZEROS.
       77  WRK-MAT-SUB            PIC 9(01) VALUE ZEROS.
       77  WRK-PERC-FREQUENCIA    PIC 9(03)V99 VALUE ZEROS.
       77  WRK-DATA-ED            PIC X(10) VALUE SPACES.
       01  WRK-DATA-AUX.
           05  WRK-DATA-AUX-ANO   PIC 9(04).
           05  WRK-DATA-AUX-MES   PIC 9(02).
           05  WRK-DATA-AUX-DIA   PIC 9(02).
       77  WRK-EMISSAO-ED         PIC X(10) VALUE SPACES.
       77  WRK-MEDIA-ED           PIC ZZ,9 VALUE ZEROS.
       77  WRK-NOTA-ANT-ED        PIC Z9,9 VALUE ZEROS.
       77  WRK-NOTA-NOVA-ED       PIC Z9,9 VALUE ZEROS.
       77  WRK-PERC-ED            PIC ZZ9,9 VALUE ZEROS.
       77  WRK-AULAS-ED           PIC ZZ9 VALUE ZEROS.
       77  WRK-PRESENCAS-ED       PIC ZZ9 VALUE ZEROS.
       77  WRK-MATERIA-NOME       PIC X(10) VALUE SPACES.
       77  WRK-TAB-HST-QTD        PIC 9(05) VALUE ZEROS.
       77  WRK-HST-IDX            PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-HST-FORA       PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-HISTORICO.
           05  TAB-HST OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WRK-TAB-HST-QTD.
               10  TAB-HST-ANO        PIC 9(04).
               10  TAB-HST-MATRICULA  PIC 9(06).
               10  TAB-HST-TURMA      PIC X(10).
               10  TAB-HST-RESULTADO  PIC X(20).
               10  TAB-HST-MEDIA-ANO  PIC 9(02)V9.
               10  TAB-HST-MEDIA-MAT OCCURS 3 TIMES PIC 9(02)V9.
               10  TAB-HST-DADAS      PIC 9(03).
               10  TAB-HST-PRESENTE   PIC 9(03).
       77  WRK-TAB-TUR-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TURMAS.
           05  TAB-TUR OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TAB-TUR-QTD
                   INDEXED BY TUR-IDX.
               10  TAB-TUR-CODIGO     PIC X(10).
               10  TAB-TUR-DESCRICAO  PIC X(30).
               10  TAB-TUR-MATERIA OCCURS 3 TIMES PIC X(10).
       77  WRK-TAB-PRM-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-PRM-IDX            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PROGRESSAO.
           05  TAB-PRM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TAB-PRM-QTD.
               10  TAB-PRM-ATUAL      PIC X(10).
               10  TAB-PRM-SEGUINTE   PIC X(10).
       77  WRK-TAB-NCO-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-NCO-IDX            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-RETIFICACOES.
           05  TAB-NCO OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-NCO-QTD.
               10  TAB-NCO-DATA       PIC 9(08).
               10  TAB-NCO-MATRICULA  PIC 9(06).
               10  TAB-NCO-PROVA      PIC 9(01).
               10  TAB-NCO-BIMESTRE   PIC 9(01).
               10  TAB-NCO-ANTIGA     PIC 9(02)V9.
               10  TAB-NCO-NOVA       PIC 9(02)V9.
               10  TAB-NCO-MOTIVO     PIC X(30).
       77  WRK-TAB-EMI-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-EMITIDOS.
           05  TAB-EMI OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TAB-EMI-QTD
                   INDEXED BY EMI-IDX.
               10  TAB-EMI-MATRICULA  PIC 9(06).
       01  WRK-LINHA-MATERIA.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LM-MATERIA     PIC X(10).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  WRK-LM-MEDIA       PIC ZZ,9.
       01  WRK-LINHA-ASSINATURA.
           05  FILLER             PIC X(30) VALUE ALL '_'.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE ALL '_'.
       01  WRK-LINHA-CARGOS.
           05  FILLER             PIC X(36) VALUE
               '      SECRETARIA ESCOLAR'.
           05  FILLER             PIC X(30) VALUE
               '           DIRECAO'.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA TO WRK-DATA-AUX.
           PERFORM 8900-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-EMISSAO-ED.

           PERFORM 8100-CARREGAR-HISTORICO.
           PERFORM 8200-CARREGAR-TURMAS.
           PERFORM 8300-CARREGAR-PROGRESSAO.
           PERFORM 8400-CARREGAR-RETIFICACOES.
           PERFORM 8500-LER-ULTIMO-NUMERO.

           OPEN INPUT MATRALUN-FILE.
           IF WRK-MATRALUN-STATUS NOT = '00'
               MOVE 'PROGHISB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-MATRALUN-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE MATRICULAS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               PERFORM 8600-CARREGAR-EMITIDOS
               OPEN EXTEND HISTLOG-FILE
               IF WRK-HISTLOG-STATUS = '05' OR '35'
                   CLOSE HISTLOG-FILE
                   OPEN OUTPUT HISTLOG-FILE
               END-IF
               OPEN OUTPUT HISTESC-FILE

               MOVE 'N' TO WRK-SOB-DEMANDA-SW
               OPEN INPUT HISTCTL-FILE
               IF WRK-HISTCTL-STATUS = '00'
                   SET WRK-SOB-DEMANDA TO TRUE
               END-IF

               IF NOT WRK-SOB-DEMANDA
                   MOVE ZEROS TO MAT-MATRICULA
                   START MATRALUN-FILE
                       KEY IS NOT LESS THAN MAT-MATRICULA
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
               END-IF
           END-IF.

      **************************************************************
      ** LACO PRINCIPAL: SOB DEMANDA, CADA MATRICULA DO HISTCTL E
      ** EMITIDA (2A VIA INCLUSIVE); NO LOTE, O CADASTRO E
      ** PERCORRIDO PELA MATRICULA E SAEM SO OS ALUNOS QUE SAIRAM
      ** OU CONCLUIRAM E AINDA NAO TEM HISTORICO EMITIDO.
      **************************************************************
       0200-PROCESSAR.

           IF WRK-SOB-DEMANDA
               PERFORM 0211-PROXIMO-SOB-DEMANDA
           ELSE
               PERFORM 0212-PROXIMO-DO-CADASTRO
           END-IF.

       0211-PROXIMO-SOB-DEMANDA.

           READ HISTCTL-FILE
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   MOVE HCT-MATRICULA TO MAT-MATRICULA
                   READ MATRALUN-FILE
                       INVALID KEY
                           DISPLAY 'MATRICULA ' HCT-MATRICULA
                               ' NAO ENCONTRADA.'
                       NOT INVALID KEY
                           PERFORM 0215-EMITIR-SOB-DEMANDA
                   END-READ
           END-READ.

       0212-PROXIMO-DO-CADASTRO.

           READ MATRALUN-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   PERFORM 0216-AVALIAR-DO-CADASTRO
           END-READ.

       0215-EMITIR-SOB-DEMANDA.

           PERFORM 8700-RESUMIR-HISTORICO.
           IF WRK-QTD-ANOS = ZEROS
               ADD 1 TO WRK-QTD-SEM-HISTORICO
               DISPLAY 'MATRICULA ' MAT-MATRICULA
                   ' SEM ANO LETIVO FECHADO NO MATRHIST.'
           ELSE
               PERFORM 0220-EMITIR-HISTORICO
           END-IF.

       0216-AVALIAR-DO-CADASTRO.

           PERFORM 8700-RESUMIR-HISTORICO.
           IF WRK-QTD-ANOS > ZEROS
               AND (MAT-INATIVA OR WRK-CONCLUINTE)
               MOVE 'N' TO WRK-JA-EMITIDO-SW
               SET EMI-IDX TO 1
               SEARCH TAB-EMI
                   AT END
                       CONTINUE
                   WHEN TAB-EMI-MATRICULA(EMI-IDX) = MAT-MATRICULA
                       SET WRK-JA-EMITIDO TO TRUE
               END-SEARCH
               IF NOT WRK-JA-EMITIDO
                   PERFORM 0220-EMITIR-HISTORICO
               END-IF
           END-IF.

      **************************************************************
      ** HISTORICO ESCOLAR DE UM ALUNO: NUMERO DO DOCUMENTO, DATA DE
      ** EMISSAO, IDENTIFICACAO E UM BLOCO POR ANO LETIVO DO
      ** MATRHIST, NA ORDEM EM QUE OS ANOS FORAM FECHADOS. CONCLUINTE
      ** RECEBE EM SEGUIDA O CERTIFICADO DE CONCLUSAO.
      **************************************************************
       0220-EMITIR-HISTORICO.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           PERFORM 8510-GRAVAR-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO-HISTORICO.
           ADD 1 TO WRK-QTD-HISTORICOS.

           MOVE 'HISTORICO ESCOLAR' TO WRK-CAB-TITULO.
           PERFORM 0280-IMPRIMIR-CABECALHO.

           MOVE SPACES TO HISTESC-LINHA.
           STRING 'MATRICULA: ' DELIMITED BY SIZE
               MAT-MATRICULA DELIMITED BY SIZE
               '   ALUNO: ' DELIMITED BY SIZE
               MAT-NOME DELIMITED BY SIZE
               INTO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           EVALUATE TRUE
               WHEN WRK-CONCLUINTE
                   MOVE 'SITUACAO: CONCLUINTE' TO HISTESC-LINHA
               WHEN MAT-INATIVA
                   MOVE 'SITUACAO: TRANSFERIDO / MATRICULA ENCERRADA'
                       TO HISTESC-LINHA
               WHEN OTHER
                   STRING 'SITUACAO: MATRICULADO NA TURMA '
                       DELIMITED BY SIZE
                       MAT-TURMA DELIMITED BY SIZE
                       INTO HISTESC-LINHA
           END-EVALUATE.
           WRITE HISTESC-LINHA.

           PERFORM 0230-IMPRIMIR-ANO-LETIVO
               VARYING WRK-HST-IDX FROM 1 BY 1
               UNTIL WRK-HST-IDX > WRK-TAB-HST-QTD.

           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           STRING 'ANOS LETIVOS NO HISTORICO: ' DELIMITED BY SIZE
               WRK-QTD-ANOS DELIMITED BY SIZE
               INTO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           IF WRK-CONCLUINTE
               MOVE SPACES TO HISTESC-LINHA
               STRING 'CONCLUIU A ULTIMA SERIE NO ANO LETIVO DE '
                   DELIMITED BY SIZE
                   WRK-ULT-ANO DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO HISTESC-LINHA
               WRITE HISTESC-LINHA
           END-IF.
           PERFORM 0290-IMPRIMIR-ASSINATURAS.

           MOVE 'H' TO HLG-TIPO.
           PERFORM 9300-GRAVAR-LOG-DOCUMENTO.

           IF WRK-CONCLUINTE
               PERFORM 0250-EMITIR-CERTIFICADO
           END-IF.

      **************************************************************
      ** BLOCO DE UM ANO LETIVO: TURMA, MEDIA DO ANO POR MATERIA,
      ** FREQUENCIA, MEDIA E RESULTADO FINAL E AS RETIFICACOES DE
      ** NOTA LANCADAS NO ANO. ANO FECHADO ANTES DO MATRHIST GUARDAR
      ** MATERIAS E FREQUENCIA SAI SO COM O RESULTADO.
      **************************************************************
       0230-IMPRIMIR-ANO-LETIVO.

           IF TAB-HST-MATRICULA(WRK-HST-IDX) = MAT-MATRICULA
               PERFORM 0231-BUSCAR-TURMA-DO-ANO

               MOVE SPACES TO HISTESC-LINHA
               WRITE HISTESC-LINHA
               MOVE SPACES TO HISTESC-LINHA
               IF WRK-TUR-ACHOU
                   STRING 'ANO LETIVO ' DELIMITED BY SIZE
                       TAB-HST-ANO(WRK-HST-IDX) DELIMITED BY SIZE
                       ' - TURMA ' DELIMITED BY SIZE
                       TAB-HST-TURMA(WRK-HST-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TAB-TUR-DESCRICAO(TUR-IDX) DELIMITED BY SIZE
                       INTO HISTESC-LINHA
               ELSE
                   STRING 'ANO LETIVO ' DELIMITED BY SIZE
                       TAB-HST-ANO(WRK-HST-IDX) DELIMITED BY SIZE
                       ' - TURMA ' DELIMITED BY SIZE
                       TAB-HST-TURMA(WRK-HST-IDX) DELIMITED BY SIZE
                       INTO HISTESC-LINHA
               END-IF
               WRITE HISTESC-LINHA

               IF TAB-HST-DADAS(WRK-HST-IDX) > ZEROS
                   OR TAB-HST-MEDIA-MAT(WRK-HST-IDX, 1) > ZEROS
                   OR TAB-HST-MEDIA-MAT(WRK-HST-IDX, 2) > ZEROS
                   OR TAB-HST-MEDIA-MAT(WRK-HST-IDX, 3) > ZEROS
                   MOVE '    MATERIA     MEDIA DO ANO'
                       TO HISTESC-LINHA
                   WRITE HISTESC-LINHA
                   PERFORM 0232-IMPRIMIR-MATERIA
                       VARYING WRK-MAT-SUB FROM 1 BY 1
                       UNTIL WRK-MAT-SUB > 3
                   PERFORM 0233-IMPRIMIR-FREQUENCIA
               END-IF

               MOVE TAB-HST-MEDIA-ANO(WRK-HST-IDX) TO WRK-MEDIA-ED
               MOVE SPACES TO HISTESC-LINHA
               STRING '  MEDIA FINAL: ' DELIMITED BY SIZE
                   WRK-MEDIA-ED DELIMITED BY SIZE
                   '   RESULTADO: ' DELIMITED BY SIZE
                   TAB-HST-RESULTADO(WRK-HST-IDX) DELIMITED BY SIZE
                   INTO HISTESC-LINHA
               WRITE HISTESC-LINHA

               PERFORM 0240-IMPRIMIR-RETIFICACAO
                   VARYING WRK-NCO-IDX FROM 1 BY 1
                   UNTIL WRK-NCO-IDX > WRK-TAB-NCO-QTD
           END-IF.

       0231-BUSCAR-TURMA-DO-ANO.

           MOVE 'N' TO WRK-TUR-ACHOU-SW.
           SET TUR-IDX TO 1.
           SEARCH TAB-TUR
               AT END
                   CONTINUE
               WHEN TAB-TUR-CODIGO(TUR-IDX) =
                   TAB-HST-TURMA(WRK-HST-IDX)
                   SET WRK-TUR-ACHOU TO TRUE
           END-SEARCH.

       0232-IMPRIMIR-MATERIA.

           PERFORM 8800-OBTER-NOME-MATERIA.
           MOVE WRK-MATERIA-NOME TO WRK-LM-MATERIA.
           MOVE TAB-HST-MEDIA-MAT(WRK-HST-IDX, WRK-MAT-SUB)
               TO WRK-LM-MEDIA.
           WRITE HISTESC-LINHA FROM WRK-LINHA-MATERIA.

       0233-IMPRIMIR-FREQUENCIA.

           MOVE SPACES TO HISTESC-LINHA.
           IF TAB-HST-DADAS(WRK-HST-IDX) > ZEROS
               COMPUTE WRK-PERC-FREQUENCIA ROUNDED =
                   TAB-HST-PRESENTE(WRK-HST-IDX) * 100
                   / TAB-HST-DADAS(WRK-HST-IDX)
               MOVE WRK-PERC-FREQUENCIA TO WRK-PERC-ED
               MOVE TAB-HST-DADAS(WRK-HST-IDX) TO WRK-AULAS-ED
               MOVE TAB-HST-PRESENTE(WRK-HST-IDX) TO WRK-PRESENCAS-ED
               STRING '  FREQUENCIA: ' DELIMITED BY SIZE
                   WRK-PRESENCAS-ED DELIMITED BY SIZE
                   ' PRESENCAS EM ' DELIMITED BY SIZE
                   WRK-AULAS-ED DELIMITED BY SIZE
                   ' AULAS (' DELIMITED BY SIZE
                   WRK-PERC-ED DELIMITED BY SIZE
                   '%)' DELIMITED BY SIZE
                   INTO HISTESC-LINHA
           ELSE
               MOVE '  FREQUENCIA: NAO REGISTRADA' TO HISTESC-LINHA
           END-IF.
           WRITE HISTESC-LINHA.

      **************************************************************
      ** RETIFICACAO DE NOTA (NOTACORR) DO ALUNO LANCADA NO ANO
      ** CIVIL DO ANO LETIVO: MATERIA, BIMESTRE, NOTA ANTIGA E NOVA.
      **************************************************************
       0240-IMPRIMIR-RETIFICACAO.

           IF TAB-NCO-MATRICULA(WRK-NCO-IDX) = MAT-MATRICULA
               AND TAB-NCO-DATA(WRK-NCO-IDX)(1:4) =
                   TAB-HST-ANO(WRK-HST-IDX)
               MOVE TAB-NCO-PROVA(WRK-NCO-IDX) TO WRK-MAT-SUB
               PERFORM 8800-OBTER-NOME-MATERIA
               MOVE TAB-NCO-DATA(WRK-NCO-IDX) TO WRK-DATA-AUX
               PERFORM 8900-EDITAR-DATA
               MOVE TAB-NCO-ANTIGA(WRK-NCO-IDX) TO WRK-NOTA-ANT-ED
               MOVE TAB-NCO-NOVA(WRK-NCO-IDX)   TO WRK-NOTA-NOVA-ED
               MOVE SPACES TO HISTESC-LINHA
               STRING '  NOTA RETIFICADA EM ' DELIMITED BY SIZE
                   WRK-DATA-ED DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   WRK-MATERIA-NOME DELIMITED BY '  '
                   ' BIM ' DELIMITED BY SIZE
                   TAB-NCO-BIMESTRE(WRK-NCO-IDX) DELIMITED BY SIZE
                   ' DE ' DELIMITED BY SIZE
                   WRK-NOTA-ANT-ED DELIMITED BY SIZE
                   ' PARA ' DELIMITED BY SIZE
                   WRK-NOTA-NOVA-ED DELIMITED BY SIZE
                   INTO HISTESC-LINHA
               WRITE HISTESC-LINHA
               MOVE SPACES TO HISTESC-LINHA
               STRING '    MOTIVO: ' DELIMITED BY SIZE
                   TAB-NCO-MOTIVO(WRK-NCO-IDX) DELIMITED BY SIZE
                   INTO HISTESC-LINHA
               WRITE HISTESC-LINHA
           END-IF.

      **************************************************************
      ** CERTIFICADO DE CONCLUSAO, COM NUMERO PROPRIO E REFERENCIA
      ** AO HISTORICO QUE O ACOMPANHA.
      **************************************************************
       0250-EMITIR-CERTIFICADO.

           ADD 1 TO WRK-ULTIMO-NUMERO.
           PERFORM 8510-GRAVAR-ULTIMO-NUMERO.
           ADD 1 TO WRK-QTD-CERTIFICADOS.

           MOVE 'CERTIFICADO DE CONCLUSAO' TO WRK-CAB-TITULO.
           PERFORM 0280-IMPRIMIR-CABECALHO.

           MOVE WRK-ULT-IDX TO WRK-HST-IDX.
           PERFORM 0231-BUSCAR-TURMA-DO-ANO.

           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE 'CERTIFICAMOS QUE' TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           STRING '          ' DELIMITED BY SIZE
               MAT-NOME DELIMITED BY SIZE
               INTO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           STRING 'MATRICULA ' DELIMITED BY SIZE
               MAT-MATRICULA DELIMITED BY SIZE
               ', CONCLUIU COM APROVACAO A ULTIMA SERIE DO CURSO,'
               DELIMITED BY SIZE
               INTO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           IF WRK-TUR-ACHOU
               STRING 'NA TURMA ' DELIMITED BY SIZE
                   TAB-HST-TURMA(WRK-ULT-IDX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   TAB-TUR-DESCRICAO(TUR-IDX) DELIMITED BY SIZE
                   INTO HISTESC-LINHA
           ELSE
               STRING 'NA TURMA ' DELIMITED BY SIZE
                   TAB-HST-TURMA(WRK-ULT-IDX) DELIMITED BY SIZE
                   INTO HISTESC-LINHA
           END-IF.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           STRING 'NO ANO LETIVO DE ' DELIMITED BY SIZE
               WRK-ULT-ANO DELIMITED BY SIZE
               ', CONFORME O HISTORICO ESCOLAR NUMERO '
               DELIMITED BY SIZE
               WRK-NUMERO-HISTORICO DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           PERFORM 0290-IMPRIMIR-ASSINATURAS.

           MOVE 'C' TO HLG-TIPO.
           PERFORM 9300-GRAVAR-LOG-DOCUMENTO.

      **************************************************************
      ** PAGINA NOVA DE DOCUMENTO: CABECALHO PADRAO, NUMERO DO
      ** DOCUMENTO E DATA DE EMISSAO (DATA DO LOTE).
      **************************************************************
       0280-IMPRIMIR-CABECALHO.

           ADD 1 TO WRK-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO HISTESC-LINHA
               WRITE HISTESC-LINHA BEFORE ADVANCING PAGE
           END-IF.
           MOVE 'PROGHISB' TO WRK-CAB-PROGRAMA.
           MOVE WRK-PAGINA TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE HISTESC-LINHA FROM WRK-CAB-LINHA1.
           WRITE HISTESC-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO HISTESC-LINHA.
           STRING 'DOCUMENTO NUMERO: ' DELIMITED BY SIZE
               WRK-ULTIMO-NUMERO DELIMITED BY SIZE
               '   DATA DE EMISSAO: ' DELIMITED BY SIZE
               WRK-EMISSAO-ED DELIMITED BY SIZE
               INTO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.

       0290-IMPRIMIR-ASSINATURAS.

           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           MOVE SPACES TO HISTESC-LINHA.
           WRITE HISTESC-LINHA.
           WRITE HISTESC-LINHA FROM WRK-LINHA-ASSINATURA.
           WRITE HISTESC-LINHA FROM WRK-LINHA-CARGOS.

       0300-FINALIZAR.

           IF WRK-MATRALUN-STATUS = '00'
               CLOSE MATRALUN-FILE
               CLOSE HISTESC-FILE
               CLOSE HISTLOG-FILE
               IF WRK-SOB-DEMANDA
                   CLOSE HISTCTL-FILE
               END-IF
           END-IF.
           IF WRK-QTD-HST-FORA > ZEROS
               DISPLAY 'MATRHIST ACIMA DA CAPACIDADE: '
                   WRK-QTD-HST-FORA ' ANOS NAO CARREGADOS.'
           END-IF.
           DISPLAY 'HISTORICOS EMITIDOS: ' WRK-QTD-HISTORICOS
               '  CERTIFICADOS: ' WRK-QTD-CERTIFICADOS
               '  SEM HISTORICO: ' WRK-QTD-SEM-HISTORICO.

      **************************************************************
      ** CARGA DO HISTORICO DE MATRICULAS. FOTO GRAVADA ANTES DE O
      ** MATRHIST LEVAR A MEDIA, AS MATERIAS E A FREQUENCIA ENTRA
      ** COM ESSES CAMPOS ZERADOS.
      **************************************************************
       8100-CARREGAR-HISTORICO.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-HST-QTD.

           OPEN INPUT MATRHIST-FILE.
           IF WRK-MATRHIST-STATUS = '35'
               CONTINUE
           ELSE
               READ MATRHIST-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8110-LER-HISTORICO UNTIL WRK-AUX-FIM
               CLOSE MATRHIST-FILE
           END-IF.

       8110-LER-HISTORICO.

           IF WRK-TAB-HST-QTD < 9999
               ADD 1 TO WRK-TAB-HST-QTD
               MOVE MHS-ANO-LETIVO TO TAB-HST-ANO(WRK-TAB-HST-QTD)
               MOVE MHS-MATRICULA
                   TO TAB-HST-MATRICULA(WRK-TAB-HST-QTD)
               MOVE MHS-TURMA      TO TAB-HST-TURMA(WRK-TAB-HST-QTD)
               MOVE MHS-RESULTADO
                   TO TAB-HST-RESULTADO(WRK-TAB-HST-QTD)
               PERFORM 8120-GUARDAR-NOTAS-FREQUENCIA
           ELSE
               ADD 1 TO WRK-QTD-HST-FORA
           END-IF.
           READ MATRHIST-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8120-GUARDAR-NOTAS-FREQUENCIA.

           MOVE ZEROS TO TAB-HST-MEDIA-ANO(WRK-TAB-HST-QTD).
           MOVE ZEROS TO TAB-HST-MEDIA-MAT(WRK-TAB-HST-QTD, 1).
           MOVE ZEROS TO TAB-HST-MEDIA-MAT(WRK-TAB-HST-QTD, 2).
           MOVE ZEROS TO TAB-HST-MEDIA-MAT(WRK-TAB-HST-QTD, 3).
           MOVE ZEROS TO TAB-HST-DADAS(WRK-TAB-HST-QTD).
           MOVE ZEROS TO TAB-HST-PRESENTE(WRK-TAB-HST-QTD).
           IF MHS-MEDIA-ANO IS NUMERIC
               MOVE MHS-MEDIA-ANO TO TAB-HST-MEDIA-ANO(WRK-TAB-HST-QTD)
           END-IF.
           IF MHS-AULAS-PRESENTE IS NUMERIC
               MOVE MHS-MEDIA-MATERIA(1)
                   TO TAB-HST-MEDIA-MAT(WRK-TAB-HST-QTD, 1)
               MOVE MHS-MEDIA-MATERIA(2)
                   TO TAB-HST-MEDIA-MAT(WRK-TAB-HST-QTD, 2)
               MOVE MHS-MEDIA-MATERIA(3)
                   TO TAB-HST-MEDIA-MAT(WRK-TAB-HST-QTD, 3)
               MOVE MHS-AULAS-DADAS
                   TO TAB-HST-DADAS(WRK-TAB-HST-QTD)
               MOVE MHS-AULAS-PRESENTE
                   TO TAB-HST-PRESENTE(WRK-TAB-HST-QTD)
           END-IF.

       8200-CARREGAR-TURMAS.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-TUR-QTD.

           OPEN INPUT TURMAS-FILE.
           IF WRK-TURMAS-STATUS = '35'
               CONTINUE
           ELSE
               READ TURMAS-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8210-LER-TURMA UNTIL WRK-AUX-FIM
               CLOSE TURMAS-FILE
           END-IF.

       8210-LER-TURMA.

           IF WRK-TAB-TUR-QTD < 100
               ADD 1 TO WRK-TAB-TUR-QTD
               MOVE TUR-CODIGO    TO TAB-TUR-CODIGO(WRK-TAB-TUR-QTD)
               MOVE TUR-DESCRICAO
                   TO TAB-TUR-DESCRICAO(WRK-TAB-TUR-QTD)
               MOVE TUR-MATERIA1
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 1)
               MOVE TUR-MATERIA2
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 2)
               MOVE TUR-MATERIA3
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 3)
           END-IF.
           READ TURMAS-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8300-CARREGAR-PROGRESSAO.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-PRM-QTD.

           OPEN INPUT PROMOTAB-FILE.
           IF WRK-PROMOTAB-STATUS = '35'
               CONTINUE
           ELSE
               READ PROMOTAB-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8310-LER-PROGRESSAO UNTIL WRK-AUX-FIM
               CLOSE PROMOTAB-FILE
           END-IF.

       8310-LER-PROGRESSAO.

           IF WRK-TAB-PRM-QTD < 100
               ADD 1 TO WRK-TAB-PRM-QTD
               MOVE PRM-TURMA-ATUAL
                   TO TAB-PRM-ATUAL(WRK-TAB-PRM-QTD)
               MOVE PRM-TURMA-SEGUINTE
                   TO TAB-PRM-SEGUINTE(WRK-TAB-PRM-QTD)
           END-IF.
           READ PROMOTAB-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8400-CARREGAR-RETIFICACOES.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-NCO-QTD.

           OPEN INPUT NOTACORR-FILE.
           IF WRK-NOTACORR-STATUS = '35'
               CONTINUE
           ELSE
               READ NOTACORR-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8410-LER-RETIFICACAO UNTIL WRK-AUX-FIM
               CLOSE NOTACORR-FILE
           END-IF.

       8410-LER-RETIFICACAO.

           IF WRK-TAB-NCO-QTD < 2000
               ADD 1 TO WRK-TAB-NCO-QTD
               MOVE NCO-DATA      TO TAB-NCO-DATA(WRK-TAB-NCO-QTD)
               MOVE NCO-MATRICULA
                   TO TAB-NCO-MATRICULA(WRK-TAB-NCO-QTD)
               MOVE NCO-PROVA     TO TAB-NCO-PROVA(WRK-TAB-NCO-QTD)
               MOVE NCO-BIMESTRE
                   TO TAB-NCO-BIMESTRE(WRK-TAB-NCO-QTD)
               MOVE NCO-NOTA-ANTIGA
                   TO TAB-NCO-ANTIGA(WRK-TAB-NCO-QTD)
               MOVE NCO-NOTA-NOVA TO TAB-NCO-NOVA(WRK-TAB-NCO-QTD)
               MOVE NCO-MOTIVO    TO TAB-NCO-MOTIVO(WRK-TAB-NCO-QTD)
           END-IF.
           READ NOTACORR-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CONTROLE DE NUMERACAO DOS DOCUMENTOS (HISNUM), REGRAVADO A
      ** CADA DOCUMENTO PARA O NUMERO NAO SE REPETIR, COMO O SINNUM
      ** DOS SINISTROS. HISTORICO E CERTIFICADO DIVIDEM A SERIE.
      **************************************************************
       8500-LER-ULTIMO-NUMERO.

           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           OPEN INPUT HISNUM-FILE.
           IF WRK-HISNUM-STATUS = '35'
               CONTINUE
           ELSE
               READ HISNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HNM-ULTIMO-NUMERO TO WRK-ULTIMO-NUMERO
               END-READ
               CLOSE HISNUM-FILE
           END-IF.

       8510-GRAVAR-ULTIMO-NUMERO.

           OPEN OUTPUT HISNUM-FILE.
           MOVE WRK-ULTIMO-NUMERO TO HNM-ULTIMO-NUMERO.
           WRITE HISNUM-REG.
           CLOSE HISNUM-FILE.

      **************************************************************
      ** MATRICULAS QUE JA TEM HISTORICO NO LOG (HISTLOG), PARA O
      ** LOTE NAO REEMITIR A CADA JANELA. SOB DEMANDA A REEMISSAO E
      ** SEMPRE ATENDIDA.
      **************************************************************
       8600-CARREGAR-EMITIDOS.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-EMI-QTD.

           OPEN INPUT HISTLOG-FILE.
           IF WRK-HISTLOG-STATUS = '35'
               CONTINUE
           ELSE
               READ HISTLOG-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8610-LER-EMITIDO UNTIL WRK-AUX-FIM
               CLOSE HISTLOG-FILE
           END-IF.

       8610-LER-EMITIDO.

           IF HLG-HISTORICO AND WRK-TAB-EMI-QTD < 5000
               ADD 1 TO WRK-TAB-EMI-QTD
               MOVE HLG-MATRICULA
                   TO TAB-EMI-MATRICULA(WRK-TAB-EMI-QTD)
           END-IF.
           READ HISTLOG-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** RESUMO DO HISTORICO DA MATRICULA CORRENTE: QUANTIDADE DE
      ** ANOS E O ULTIMO ANO FECHADO. E CONCLUINTE QUEM FOI APROVADO
      ** NO ULTIMO ANO NUMA TURMA DE ULTIMA SERIE: TURMA QUE A
      ** PROMOTAB ALCANCA (E SEGUINTE DE ALGUMA) MAS DA QUAL NAO
      ** PROMOVE (NAO E ATUAL DE NENHUMA). SEM PROMOTAB NINGUEM E
      ** CONCLUINTE.
      **************************************************************
       8700-RESUMIR-HISTORICO.

           MOVE ZEROS TO WRK-QTD-ANOS WRK-ULT-ANO WRK-ULT-IDX.
           MOVE 'N'   TO WRK-CONCLUINTE-SW.
           PERFORM 8710-CONTAR-ANO
               VARYING WRK-HST-IDX FROM 1 BY 1
               UNTIL WRK-HST-IDX > WRK-TAB-HST-QTD.

           IF WRK-QTD-ANOS > ZEROS
               AND TAB-HST-RESULTADO(WRK-ULT-IDX) = 'APROVADO'
               MOVE 'N' TO WRK-PRM-ATUAL-SW
               MOVE 'N' TO WRK-PRM-SEGUINTE-SW
               PERFORM 8720-CONFERIR-PROGRESSAO
                   VARYING WRK-PRM-IDX FROM 1 BY 1
                   UNTIL WRK-PRM-IDX > WRK-TAB-PRM-QTD
               IF WRK-PRM-ACHOU-SEGUINTE AND NOT WRK-PRM-ACHOU-ATUAL
                   SET WRK-CONCLUINTE TO TRUE
               END-IF
           END-IF.

       8710-CONTAR-ANO.

           IF TAB-HST-MATRICULA(WRK-HST-IDX) = MAT-MATRICULA
               ADD 1 TO WRK-QTD-ANOS
               IF TAB-HST-ANO(WRK-HST-IDX) >= WRK-ULT-ANO
                   MOVE TAB-HST-ANO(WRK-HST-IDX) TO WRK-ULT-ANO
                   MOVE WRK-HST-IDX TO WRK-ULT-IDX
               END-IF
           END-IF.

       8720-CONFERIR-PROGRESSAO.

           IF TAB-PRM-ATUAL(WRK-PRM-IDX) = TAB-HST-TURMA(WRK-ULT-IDX)
               SET WRK-PRM-ACHOU-ATUAL TO TRUE
           END-IF.
           IF TAB-PRM-SEGUINTE(WRK-PRM-IDX) =
               TAB-HST-TURMA(WRK-ULT-IDX)
               SET WRK-PRM-ACHOU-SEGUINTE TO TRUE
           END-IF.

      **************************************************************
      ** NOME DA MATERIA WRK-MAT-SUB (1-3) NA TURMA DO ANO (TUR-IDX,
      ** SE WRK-TUR-ACHOU); SEM CADASTRO SAI 'MATERIA N'.
      **************************************************************
       8800-OBTER-NOME-MATERIA.

           MOVE SPACES TO WRK-MATERIA-NOME.
           IF WRK-TUR-ACHOU AND WRK-MAT-SUB >= 1 AND WRK-MAT-SUB <= 3
               MOVE TAB-TUR-MATERIA(TUR-IDX, WRK-MAT-SUB)
                   TO WRK-MATERIA-NOME
           END-IF.
           IF WRK-MATERIA-NOME = SPACES
               STRING 'MATERIA ' DELIMITED BY SIZE
                   WRK-MAT-SUB DELIMITED BY SIZE
                   INTO WRK-MATERIA-NOME
           END-IF.

       8900-EDITAR-DATA.

           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-DATA-AUX-DIA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-AUX-MES DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-AUX-ANO DELIMITED BY SIZE
               INTO WRK-DATA-ED.

      **************************************************************
      ** LOG DE DOCUMENTOS EMITIDOS (HISTLOG): NUMERO, TIPO, DATA DE
      ** EMISSAO, ALUNO, ULTIMO ANO LETIVO E MODO DE EMISSAO.
      **************************************************************
       9300-GRAVAR-LOG-DOCUMENTO.

           MOVE WRK-ULTIMO-NUMERO TO HLG-NUMERO.
           MOVE WRK-LOTECAB-DATA  TO HLG-DATA-EMISSAO.
           MOVE MAT-MATRICULA     TO HLG-MATRICULA.
           MOVE MAT-NOME          TO HLG-NOME.
           MOVE WRK-ULT-ANO       TO HLG-ULTIMO-ANO.
           IF WRK-SOB-DEMANDA
               MOVE 'D' TO HLG-MODO
           ELSE
               MOVE 'L' TO HLG-MODO
           END-IF.
           WRITE HISTLOG-REG.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
