       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGHORB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: VALIDACAO DA GRADE HORARIA (HORARIO, MANTIDA PELO
      **    PROGATBM) E RELATORIO HORREL:
      **    - CADA AULA RECEBE O PROFESSOR DA ATRIBUICAO DA MATERIA
      **      NA TURMA (ATRIBUI); MATERIA SEM ATRIBUICAO E
      **      REJEITADA;
      **    - PROFESSOR OU SALA COM DUAS AULAS NO MESMO DIA E
      **      PERIODO E CONFLITO: A AULA QUE JA ESTAVA VALIDA
      **      PREVALECE (PRIMEIRA PASSADA, SO AS VALIDAS) E AS
      **      PENDENTES OU REJEITADAS ENTRAM NA SEGUNDA PASSADA,
      **      NA ORDEM DA CHAVE, CONTRA O QUE JA FOI OCUPADO;
      **    - AULA REJEITADA FICA 'R' COM O MOTIVO NA PROPRIA GRADE
      **      E VAI PARA O RELATORIO DE EXCECOES; A QUE PASSA FICA
      **      'V';
      **    - O HORREL LISTA AS REJEICOES E IMPRIME A GRADE VALIDA
      **      DE CADA TURMA (PERIODOS X DIAS, COM A MATERIA) E DE
      **      CADA PROFESSOR (COM A TURMA).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYHORSL.
           COPY CPYATBSL.
           COPY CPYPRFSL.
           SELECT HORREL-FILE ASSIGN TO "HORREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HORREL-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYHORFD.
       COPY CPYATBFD.
       COPY CPYPRFFD.
       FD  HORREL-FILE.
       01  HORREL-LINHA           PIC X(100).
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-HORARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-HORREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-HORARIO-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-HORARIO-ABERTO             VALUE 'S'.
       77  WRK-AULA-VALIDA-SW     PIC X(01) VALUE 'S'.
           88  WRK-AULA-VALIDA                VALUE 'S'.
           88  WRK-AULA-REJEITADA             VALUE 'N'.
       77  WRK-PASSADA            PIC 9(01) VALUE ZEROS.
       77  WRK-PROF-ANTERIOR      PIC 9(04) VALUE ZEROS.
       77  WRK-SITUACAO-ANTERIOR  PIC X(01) VALUE SPACE.
       77  WRK-TURMA-ANTERIOR     PIC X(10) VALUE SPACES.
       77  WRK-QTD-LIDAS          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-VALIDAS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TURMAS         PIC 9(04) VALUE ZEROS.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
       77  WRK-DIA-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-PER-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-MAIOR-PERIODO      PIC 9(02) VALUE ZEROS.
       77  WRK-OCU-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-PRF-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-PRF-CORRENTE       PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-OCU-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-OCUPACAO.
           05  TAB-OCU OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-TAB-OCU-QTD
                   INDEXED BY OCU-IDX.
               10  TAB-OCU-DIA        PIC 9(01).
               10  TAB-OCU-PERIODO    PIC 9(01).
               10  TAB-OCU-PROFESSOR  PIC 9(04).
               10  TAB-OCU-SALA       PIC X(06).
               10  TAB-OCU-TURMA      PIC X(10).
       77  WRK-TAB-PRF-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PROFESSORES.
           05  TAB-PRF OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-PRF-QTD
                   INDEXED BY PRF-IDX.
               10  TAB-PRF-CODIGO     PIC 9(04).
       01  WRK-GRADE.
           05  WRK-GRD-PERIODO OCCURS 9 TIMES.
               10  WRK-GRD-CELULA OCCURS 6 TIMES PIC X(10).
       01  WRK-LINHA-GRADE.
           05  WRK-LG-PERIODO     PIC 9(01).
           05  FILLER             PIC X(05) VALUE 'O    '.
           05  WRK-LG-DIA OCCURS 6 TIMES.
               10  WRK-LG-CELULA  PIC X(10).
               10  WRK-LG-SEPARA  PIC X(02).
       01  WRK-LINHA-REJEICAO.
           05  WRK-LR-TURMA       PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-DIA         PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-PERIODO     PIC 9(01).
           05  FILLER             PIC X(04) VALUE 'O   '.
           05  WRK-LR-MATERIA     PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-SALA        PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-MOTIVO      PIC X(30).
       01  WRK-TAB-DIAS-SEMANA.
           05  FILLER             PIC X(03) VALUE 'SEG'.
           05  FILLER             PIC X(03) VALUE 'TER'.
           05  FILLER             PIC X(03) VALUE 'QUA'.
           05  FILLER             PIC X(03) VALUE 'QUI'.
           05  FILLER             PIC X(03) VALUE 'SEX'.
           05  FILLER             PIC X(03) VALUE 'SAB'.
       01  WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-SEMANA.
           05  WRK-NOME-DIA OCCURS 6 TIMES PIC X(03).
       01  WRK-EXC-CHAVE-AULA.
           05  WRK-ECA-TURMA      PIC X(10).
           05  FILLER             PIC X(01) VALUE '-'.
           05  WRK-ECA-DIA        PIC 9(01).
           05  FILLER             PIC X(01) VALUE '-'.
           05  WRK-ECA-PERIODO    PIC 9(01).
       COPY CPYATBTB.
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-HORARIO-ABERTO
               MOVE 1 TO WRK-PASSADA
               PERFORM 0200-PERCORRER-GRADE
               MOVE 2 TO WRK-PASSADA
               PERFORM 0200-PERCORRER-GRADE
               PERFORM 0400-IMPRIMIR-GRADE-TURMAS
               PERFORM 0500-IMPRIMIR-GRADE-PROFS
           END-IF.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7800-CARREGAR-TABELA-ATRIB.

           OPEN OUTPUT HORREL-FILE.
           PERFORM 0110-IMPRIMIR-CABECALHO.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN I-O HORARIO-FILE.
           IF WRK-HORARIO-STATUS = '35'
               DISPLAY 'GRADE HORARIA AUSENTE - NADA A VALIDAR.'
               MOVE 'GRADE HORARIA AUSENTE - NADA A VALIDAR.'
                   TO HORREL-LINHA
               WRITE HORREL-LINHA
           ELSE
               IF WRK-HORARIO-STATUS NOT = '00'
                   MOVE 'PROGHORB'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-HORARIO-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR A GRADE HORARIA'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   SET WRK-HORARIO-ABERTO TO TRUE
                   MOVE SPACES TO HORREL-LINHA
                   WRITE HORREL-LINHA
                   MOVE '=== AULAS REJEITADAS NA VALIDACAO ==='
                       TO HORREL-LINHA
                   WRITE HORREL-LINHA
                   MOVE SPACES TO HORREL-LINHA
                   STRING 'TURMA       DIA PER.  MATERIA     '
                       DELIMITED BY SIZE
                       'SALA    MOTIVO' DELIMITED BY SIZE
                       INTO HORREL-LINHA
                   WRITE HORREL-LINHA
               END-IF
           END-IF.

       0110-IMPRIMIR-CABECALHO.

           ADD 1 TO WRK-PAGINA.
           MOVE 'PROGHORB'                 TO WRK-CAB-PROGRAMA.
           MOVE 'GRADE HORARIA - VALIDACAO'  TO WRK-CAB-TITULO.
           MOVE WRK-PAGINA                 TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE HORREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE HORREL-LINHA FROM WRK-CAB-LINHA2.

      **************************************************************
      ** UMA PASSADA PELA GRADE INTEIRA, NA ORDEM DA CHAVE. A
      ** PRIMEIRA SO CONFERE AS AULAS JA VALIDAS, QUE OCUPAM O
      ** PROFESSOR E A SALA ANTES DAS DEMAIS; A SEGUNDA CONFERE AS
      ** PENDENTES E AS REJEITADAS EM RODADAS ANTERIORES.
      **************************************************************
       0200-PERCORRER-GRADE.

           MOVE 'N' TO WRK-FIM-SW.
           MOVE LOW-VALUES TO HOR-CHAVE.
           START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY SET WRK-FIM TO TRUE
           END-START.

           PERFORM 0210-LER-AULA UNTIL WRK-FIM.

       0210-LER-AULA.

           READ HORARIO-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF WRK-PASSADA = 1
                       IF HOR-VALIDA
                           ADD 1 TO WRK-QTD-LIDAS
                           PERFORM 0220-VALIDAR-AULA
                       END-IF
                   ELSE
                       IF NOT HOR-VALIDA
                           ADD 1 TO WRK-QTD-LIDAS
                           PERFORM 0220-VALIDAR-AULA
                       END-IF
                   END-IF
           END-READ.

      **************************************************************
      ** CONFERENCIA DE UMA AULA: DIA E PERIODO DENTRO DA GRADE,
      ** MATERIA ATRIBUIDA NA TURMA (QUE DA O PROFESSOR) E NENHUMA
      ** AULA JA ACEITA COM O MESMO PROFESSOR OU A MESMA SALA NO
      ** MESMO DIA E PERIODO. A AULA SO E REGRAVADA QUANDO MUDA.
      **************************************************************
       0220-VALIDAR-AULA.

           SET WRK-AULA-VALIDA TO TRUE.
           MOVE HOR-PROFESSOR TO WRK-PROF-ANTERIOR.
           MOVE HOR-SITUACAO  TO WRK-SITUACAO-ANTERIOR.

           IF HOR-DIA < 1 OR HOR-DIA > 6 OR HOR-PERIODO < 1
               SET WRK-AULA-REJEITADA TO TRUE
               MOVE 'DIA OU PERIODO FORA DA GRADE' TO HOR-MOTIVO
               MOVE 'HOR-CHAVE' TO EXC-CAMPO
               MOVE HOR-CHAVE   TO EXC-VALOR
           END-IF.

           IF WRK-AULA-VALIDA
               MOVE HOR-TURMA   TO WRK-ATB-TURMA
               MOVE HOR-MATERIA TO WRK-ATB-MATERIA
               PERFORM 7820-BUSCAR-PROF-MATERIA
               IF WRK-ATB-ACHOU
                   MOVE WRK-ATB-PROFESSOR TO HOR-PROFESSOR
               ELSE
                   SET WRK-AULA-REJEITADA TO TRUE
                   MOVE 'MATERIA SEM PROFESSOR ATRIBUIDO'
                       TO HOR-MOTIVO
                   MOVE 'HOR-MATERIA' TO EXC-CAMPO
                   MOVE HOR-MATERIA   TO EXC-VALOR
               END-IF
           END-IF.

           IF WRK-AULA-VALIDA
               PERFORM 0230-CONFERIR-CONFLITOS
           END-IF.

           IF WRK-AULA-VALIDA
               SET HOR-VALIDA TO TRUE
               MOVE SPACES TO HOR-MOTIVO
               ADD 1 TO WRK-QTD-VALIDAS
               PERFORM 0240-OCUPAR-PERIODO
           ELSE
               SET HOR-REJEITADA TO TRUE
               ADD 1 TO WRK-QTD-REJEITADAS
               PERFORM 0250-REGISTRAR-REJEICAO
           END-IF.

           IF HOR-PROFESSOR NOT = WRK-PROF-ANTERIOR
               OR HOR-SITUACAO NOT = WRK-SITUACAO-ANTERIOR
               OR HOR-REJEITADA
               REWRITE HORARIO-REG
           END-IF.

       0230-CONFERIR-CONFLITOS.

           IF WRK-TAB-OCU-QTD > ZEROS
               SET OCU-IDX TO 1
               SEARCH TAB-OCU
                   AT END
                       CONTINUE
                   WHEN TAB-OCU-DIA(OCU-IDX) = HOR-DIA
                       AND TAB-OCU-PERIODO(OCU-IDX) = HOR-PERIODO
                       AND TAB-OCU-PROFESSOR(OCU-IDX) = HOR-PROFESSOR
                       SET WRK-AULA-REJEITADA TO TRUE
                       MOVE SPACES TO HOR-MOTIVO
                       STRING 'PROF. JA NA TURMA ' DELIMITED BY SIZE
                           TAB-OCU-TURMA(OCU-IDX) DELIMITED BY SIZE
                           INTO HOR-MOTIVO
                       MOVE 'HOR-PROFESSOR' TO EXC-CAMPO
                       MOVE HOR-PROFESSOR   TO EXC-VALOR
               END-SEARCH
           END-IF.

           IF WRK-AULA-VALIDA AND WRK-TAB-OCU-QTD > ZEROS
               SET OCU-IDX TO 1
               SEARCH TAB-OCU
                   AT END
                       CONTINUE
                   WHEN TAB-OCU-DIA(OCU-IDX) = HOR-DIA
                       AND TAB-OCU-PERIODO(OCU-IDX) = HOR-PERIODO
                       AND TAB-OCU-SALA(OCU-IDX) = HOR-SALA
                       SET WRK-AULA-REJEITADA TO TRUE
                       MOVE SPACES TO HOR-MOTIVO
                       STRING 'SALA JA COM A TURMA ' DELIMITED BY SIZE
                           TAB-OCU-TURMA(OCU-IDX) DELIMITED BY SIZE
                           INTO HOR-MOTIVO
                       MOVE 'HOR-SALA' TO EXC-CAMPO
                       MOVE HOR-SALA   TO EXC-VALOR
               END-SEARCH
           END-IF.

       0240-OCUPAR-PERIODO.

           IF WRK-TAB-OCU-QTD < 3000
               ADD 1 TO WRK-TAB-OCU-QTD
               MOVE HOR-DIA       TO TAB-OCU-DIA(WRK-TAB-OCU-QTD)
               MOVE HOR-PERIODO   TO TAB-OCU-PERIODO(WRK-TAB-OCU-QTD)
               MOVE HOR-PROFESSOR TO TAB-OCU-PROFESSOR(WRK-TAB-OCU-QTD)
               MOVE HOR-SALA      TO TAB-OCU-SALA(WRK-TAB-OCU-QTD)
               MOVE HOR-TURMA     TO TAB-OCU-TURMA(WRK-TAB-OCU-QTD)
           ELSE
               DISPLAY 'TABELA DE OCUPACAO CHEIA - AULA ' HOR-CHAVE
                   ' NAO CONFERIDA CONTRA AS SEGUINTES.'
           END-IF.

       0250-REGISTRAR-REJEICAO.

           MOVE HOR-TURMA   TO WRK-LR-TURMA.
           IF HOR-DIA >= 1 AND HOR-DIA <= 6
               MOVE WRK-NOME-DIA(HOR-DIA) TO WRK-LR-DIA
           ELSE
               MOVE '???'                 TO WRK-LR-DIA
           END-IF.
           MOVE HOR-PERIODO TO WRK-LR-PERIODO.
           MOVE HOR-MATERIA TO WRK-LR-MATERIA.
           MOVE HOR-SALA    TO WRK-LR-SALA.
           MOVE HOR-MOTIVO  TO WRK-LR-MOTIVO.
           WRITE HORREL-LINHA FROM WRK-LINHA-REJEICAO.

           MOVE HOR-TURMA   TO WRK-ECA-TURMA.
           MOVE HOR-DIA     TO WRK-ECA-DIA.
           MOVE HOR-PERIODO TO WRK-ECA-PERIODO.
           MOVE 'PROGHORB'  TO EXC-PROGRAMA.
           MOVE WRK-EXC-CHAVE-AULA TO EXC-CHAVE.
           MOVE HOR-MOTIVO  TO EXC-MOTIVO.
           PERFORM 9100-GRAVAR-EXCECAO.

       0300-FINALIZAR.

           MOVE SPACES TO HORREL-LINHA.
           WRITE HORREL-LINHA.
           MOVE SPACES TO HORREL-LINHA.
           STRING 'AULAS CONFERIDAS: ' DELIMITED BY SIZE
               WRK-QTD-LIDAS DELIMITED BY SIZE
               '  VALIDAS: ' DELIMITED BY SIZE
               WRK-QTD-VALIDAS DELIMITED BY SIZE
               '  REJEITADAS: ' DELIMITED BY SIZE
               WRK-QTD-REJEITADAS DELIMITED BY SIZE
               INTO HORREL-LINHA.
           WRITE HORREL-LINHA.

           IF WRK-HORARIO-ABERTO
               CLOSE HORARIO-FILE
           END-IF.
           CLOSE HORREL-FILE.
           CLOSE EXCECOES-FILE.

           DISPLAY 'AULAS CONFERIDAS: ' WRK-QTD-LIDAS
               '  VALIDAS: ' WRK-QTD-VALIDAS
               '  REJEITADAS: ' WRK-QTD-REJEITADAS.

      **************************************************************
      ** GRADE POR TURMA: NOVA LEITURA DA GRADE NA ORDEM DA CHAVE
      ** (TURMA, DIA, PERIODO), MONTANDO A MATRIZ DE PERIODOS X DIAS
      ** SO COM AS AULAS VALIDAS E IMPRIMINDO A CADA QUEBRA DE
      ** TURMA.
      **************************************************************
       0400-IMPRIMIR-GRADE-TURMAS.

           PERFORM 0110-IMPRIMIR-CABECALHO.
           MOVE '=== GRADE HORARIA POR TURMA ===' TO HORREL-LINHA.
           WRITE HORREL-LINHA.

           MOVE SPACES TO WRK-TURMA-ANTERIOR.
           PERFORM 0600-LIMPAR-GRADE.
           MOVE 'N' TO WRK-FIM-SW.
           MOVE LOW-VALUES TO HOR-CHAVE.
           START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY SET WRK-FIM TO TRUE
           END-START.

           PERFORM 0410-MONTAR-GRADE-TURMA UNTIL WRK-FIM.

           IF WRK-TURMA-ANTERIOR NOT = SPACES
               PERFORM 0420-FECHAR-TURMA
           END-IF.

       0410-MONTAR-GRADE-TURMA.

           READ HORARIO-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF HOR-VALIDA
                       IF HOR-TURMA NOT = WRK-TURMA-ANTERIOR
                           IF WRK-TURMA-ANTERIOR NOT = SPACES
                               PERFORM 0420-FECHAR-TURMA
                           END-IF
                           MOVE HOR-TURMA TO WRK-TURMA-ANTERIOR
                       END-IF
                       MOVE HOR-MATERIA
                           TO WRK-GRD-CELULA(HOR-PERIODO, HOR-DIA)
                       IF HOR-PERIODO > WRK-MAIOR-PERIODO
                           MOVE HOR-PERIODO TO WRK-MAIOR-PERIODO
                       END-IF
                   END-IF
           END-READ.

       0420-FECHAR-TURMA.

           ADD 1 TO WRK-QTD-TURMAS.
           MOVE SPACES TO HORREL-LINHA.
           WRITE HORREL-LINHA.
           MOVE SPACES TO HORREL-LINHA.
           STRING 'TURMA: ' DELIMITED BY SIZE
               WRK-TURMA-ANTERIOR DELIMITED BY SIZE
               INTO HORREL-LINHA.
           WRITE HORREL-LINHA.
           PERFORM 0610-IMPRIMIR-GRADE.
           PERFORM 0600-LIMPAR-GRADE.

      **************************************************************
      ** GRADE POR PROFESSOR: A PARTIR DA TABELA DE OCUPACAO (SO
      ** AULAS VALIDAS), UM QUADRO POR PROFESSOR, NA ORDEM EM QUE
      ** APARECEM NA GRADE, COM A TURMA EM CADA PERIODO.
      **************************************************************
       0500-IMPRIMIR-GRADE-PROFS.

           PERFORM 0110-IMPRIMIR-CABECALHO.
           MOVE '=== GRADE HORARIA POR PROFESSOR ===' TO HORREL-LINHA.
           WRITE HORREL-LINHA.

           MOVE ZEROS TO WRK-TAB-PRF-QTD.
           IF WRK-TAB-OCU-QTD > ZEROS
               PERFORM 0510-LISTAR-PROFESSOR
                   VARYING WRK-OCU-SUB FROM 1 BY 1
                   UNTIL WRK-OCU-SUB > WRK-TAB-OCU-QTD
           END-IF.

           IF WRK-TAB-PRF-QTD > ZEROS
               PERFORM 0520-IMPRIMIR-PROFESSOR
                   VARYING WRK-PRF-SUB FROM 1 BY 1
                   UNTIL WRK-PRF-SUB > WRK-TAB-PRF-QTD
           END-IF.

       0510-LISTAR-PROFESSOR.

           SET PRF-IDX TO 1.
           SEARCH TAB-PRF
               AT END
                   IF WRK-TAB-PRF-QTD < 500
                       ADD 1 TO WRK-TAB-PRF-QTD
                       MOVE TAB-OCU-PROFESSOR(WRK-OCU-SUB)
                           TO TAB-PRF-CODIGO(WRK-TAB-PRF-QTD)
                   END-IF
               WHEN TAB-PRF-CODIGO(PRF-IDX) =
                   TAB-OCU-PROFESSOR(WRK-OCU-SUB)
                   CONTINUE
           END-SEARCH.

       0520-IMPRIMIR-PROFESSOR.

           MOVE TAB-PRF-CODIGO(WRK-PRF-SUB) TO WRK-PRF-CORRENTE.
           PERFORM 0600-LIMPAR-GRADE.
           PERFORM 0530-MARCAR-TURMA-PROFESSOR
               VARYING WRK-OCU-SUB FROM 1 BY 1
               UNTIL WRK-OCU-SUB > WRK-TAB-OCU-QTD.

           MOVE SPACES TO WRK-ATB-NOME.
           IF WRK-TAB-ATB-QTD > ZEROS
               SET ATB-IDX TO 1
               SEARCH TAB-ATB
                   AT END
                       CONTINUE
                   WHEN TAB-ATB-PROFESSOR(ATB-IDX) = WRK-PRF-CORRENTE
                       MOVE TAB-ATB-NOME(ATB-IDX) TO WRK-ATB-NOME
               END-SEARCH
           END-IF.

           MOVE SPACES TO HORREL-LINHA.
           WRITE HORREL-LINHA.
           MOVE SPACES TO HORREL-LINHA.
           STRING 'PROFESSOR: ' DELIMITED BY SIZE
               WRK-PRF-CORRENTE DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               WRK-ATB-NOME DELIMITED BY SIZE
               INTO HORREL-LINHA.
           WRITE HORREL-LINHA.
           PERFORM 0610-IMPRIMIR-GRADE.

       0530-MARCAR-TURMA-PROFESSOR.

           IF TAB-OCU-PROFESSOR(WRK-OCU-SUB) = WRK-PRF-CORRENTE
               MOVE TAB-OCU-TURMA(WRK-OCU-SUB)
                   TO WRK-GRD-CELULA(TAB-OCU-PERIODO(WRK-OCU-SUB),
                                     TAB-OCU-DIA(WRK-OCU-SUB))
               IF TAB-OCU-PERIODO(WRK-OCU-SUB) > WRK-MAIOR-PERIODO
                   MOVE TAB-OCU-PERIODO(WRK-OCU-SUB)
                       TO WRK-MAIOR-PERIODO
               END-IF
           END-IF.

      **************************************************************
      ** MATRIZ DE PERIODOS X DIAS COMPARTILHADA PELAS DUAS GRADES:
      ** LIMPEZA E IMPRESSAO ATE O ULTIMO PERIODO OCUPADO.
      **************************************************************
       0600-LIMPAR-GRADE.

           MOVE SPACES TO WRK-GRADE.
           MOVE ZEROS  TO WRK-MAIOR-PERIODO.

       0610-IMPRIMIR-GRADE.

           MOVE SPACES TO WRK-LINHA-GRADE.
           MOVE 'PER.' TO WRK-LINHA-GRADE(1:4).
           PERFORM 0620-MONTAR-TITULO-DIA
               VARYING WRK-DIA-SUB FROM 1 BY 1
               UNTIL WRK-DIA-SUB > 6.
           WRITE HORREL-LINHA FROM WRK-LINHA-GRADE.
           PERFORM 0630-IMPRIMIR-PERIODO
               VARYING WRK-PER-SUB FROM 1 BY 1
               UNTIL WRK-PER-SUB > WRK-MAIOR-PERIODO.

       0620-MONTAR-TITULO-DIA.

           MOVE WRK-NOME-DIA(WRK-DIA-SUB)
               TO WRK-LG-CELULA(WRK-DIA-SUB).

       0630-IMPRIMIR-PERIODO.

           MOVE SPACES      TO WRK-LINHA-GRADE.
           MOVE WRK-PER-SUB TO WRK-LG-PERIODO.
           MOVE 'O'         TO WRK-LINHA-GRADE(2:1).
           PERFORM 0640-MONTAR-CELULA
               VARYING WRK-DIA-SUB FROM 1 BY 1
               UNTIL WRK-DIA-SUB > 6.
           WRITE HORREL-LINHA FROM WRK-LINHA-GRADE.

       0640-MONTAR-CELULA.

           IF WRK-GRD-CELULA(WRK-PER-SUB, WRK-DIA-SUB) = SPACES
               MOVE '-' TO WRK-LG-CELULA(WRK-DIA-SUB)
           ELSE
               MOVE WRK-GRD-CELULA(WRK-PER-SUB, WRK-DIA-SUB)
                   TO WRK-LG-CELULA(WRK-DIA-SUB)
           END-IF.

       COPY CPYATBPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
