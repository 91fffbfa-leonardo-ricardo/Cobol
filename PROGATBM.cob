       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGATBM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DAS ATRIBUICOES DE AULA (ATRIBUI) E DA
      **    GRADE HORARIA (HORARIO) PELO CONSOLE:
      **    - ATRIBUICAO: LIGA UM PROFESSOR ATIVO DO CADASTRO
      **      (PROFESSO) A UMA DAS TRES MATERIAS DA TURMA NO
      **      CADASTRO DE TURMAS, COM AS AULAS POR SEMANA (1 A 40).
      **      ATRIBUIR DE NOVO A MESMA MATERIA TROCA O PROFESSOR;
      **    - GRADE: UMA AULA POR TURMA, DIA (1=SEG A 6=SAB) E
      **      PERIODO (1 A 9), COM MATERIA E SALA. A MATERIA PRECISA
      **      ESTAR ATRIBUIDA; O PROFESSOR VEM DA ATRIBUICAO. A AULA
      **      ENTRA PENDENTE E SO VALE DEPOIS DA VALIDACAO EM LOTE
      **      (PROGHORB), QUE REJEITA PROFESSOR OU SALA COM DUAS
      **      AULAS NO MESMO PERIODO;
      **    - LISTAGEM DA GRADE DE UMA TURMA, COM A SITUACAO DE CADA
      **      AULA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURMAS-STATUS.
           COPY CPYPRFSL.
           COPY CPYATBSL.
           COPY CPYHORSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
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
       COPY CPYPRFFD.
       COPY CPYATBFD.
       COPY CPYHORFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-TURMAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PROFESSO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ATRIBUI-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-HORARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS         VALUE 'S'.
       77  WRK-TURMAS-FIM-SW      PIC X(01) VALUE 'N'.
           88  WRK-TURMAS-FIM               VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                VALUE 'S'.
       77  WRK-TUR-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-TUR-ACHOU                VALUE 'S'.
       77  WRK-MATERIA-OK-SW      PIC X(01) VALUE 'N'.
           88  WRK-MATERIA-OK               VALUE 'S'.
       77  WRK-CADASTRO-VALIDO-SW PIC X(01) VALUE 'S'.
           88  WRK-CADASTRO-VALIDO          VALUE 'S'.
           88  WRK-CADASTRO-INVALIDO        VALUE 'N'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-QTD-LISTADAS       PIC 9(03) VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-TURMA      PIC X(10) VALUE SPACES.
           05  WRK-INF-MATERIA    PIC X(10) VALUE SPACES.
           05  WRK-INF-PROFESSOR  PIC 9(04) VALUE ZEROS.
           05  WRK-INF-AULAS      PIC 9(02) VALUE ZEROS.
           05  WRK-INF-DIA        PIC 9(01) VALUE ZEROS.
           05  WRK-INF-PERIODO    PIC 9(01) VALUE ZEROS.
           05  WRK-INF-SALA       PIC X(06) VALUE SPACES.
       01  WRK-TAB-DIAS-SEMANA.
           05  FILLER             PIC X(03) VALUE 'SEG'.
           05  FILLER             PIC X(03) VALUE 'TER'.
           05  FILLER             PIC X(03) VALUE 'QUA'.
           05  FILLER             PIC X(03) VALUE 'QUI'.
           05  FILLER             PIC X(03) VALUE 'SEX'.
           05  FILLER             PIC X(03) VALUE 'SAB'.
       01  WRK-TAB-DIAS-R REDEFINES WRK-TAB-DIAS-SEMANA.
           05  WRK-NOME-DIA OCCURS 6 TIMES PIC X(03).
       COPY CPYEXCWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           OPEN INPUT PROFESSO-FILE.
           IF WRK-PROFESSO-STATUS NOT = '00'
               MOVE 'PROGATBM'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-PROFESSO-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE PROFESSORES'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               DISPLAY 'CADASTRO DE PROFESSORES INDISPONIVEL.'
               SET WRK-FIM TO TRUE
           END-IF.

           IF NOT WRK-FIM
               OPEN I-O ATRIBUI-FILE
               IF WRK-ATRIBUI-STATUS = '35'
                   CLOSE ATRIBUI-FILE
                   OPEN OUTPUT ATRIBUI-FILE
                   CLOSE ATRIBUI-FILE
                   OPEN I-O ATRIBUI-FILE
               END-IF
               OPEN I-O HORARIO-FILE
               IF WRK-HORARIO-STATUS = '35'
                   CLOSE HORARIO-FILE
                   OPEN OUTPUT HORARIO-FILE
                   CLOSE HORARIO-FILE
                   OPEN I-O HORARIO-FILE
               END-IF
               IF WRK-ATRIBUI-STATUS NOT = '00'
                   OR WRK-HORARIO-STATUS NOT = '00'
                   MOVE 'PROGATBM'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-ATRIBUI-STATUS   TO ABL-STATUS-ARQUIVO
                   IF WRK-ATRIBUI-STATUS = '00'
                       MOVE WRK-HORARIO-STATUS TO ABL-STATUS-ARQUIVO
                   END-IF
                   MOVE 'FALHA AO ABRIR ATRIBUICOES OU GRADE HORARIA'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'ATRIBUICOES OU GRADE INDISPONIVEIS.'
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (A=ATRIBUIR R=REMOVER ATRIBUICAO '
               'H=AULA NA GRADE X=EXCLUIR AULA L=LISTAR GRADE '
               'FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'A'
                   PERFORM 0210-ATRIBUIR-MATERIA
               WHEN 'R'
                   PERFORM 0220-REMOVER-ATRIBUICAO
               WHEN 'H'
                   PERFORM 0230-GRAVAR-AULA-GRADE
               WHEN 'X'
                   PERFORM 0240-EXCLUIR-AULA-GRADE
               WHEN 'L'
                   PERFORM 0250-LISTAR-GRADE
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** ATRIBUICAO DE UMA MATERIA DA TURMA A UM PROFESSOR. SE A
      ** MATERIA JA TEM PROFESSOR, A ATRIBUICAO E SUBSTITUIDA; AS
      ** AULAS DA GRADE PASSAM AO NOVO PROFESSOR NA PROXIMA
      ** VALIDACAO (PROGHORB).
      **************************************************************
       0210-ATRIBUIR-MATERIA.

           PERFORM 8200-ACEITAR-TURMA-MATERIA.
           DISPLAY 'CODIGO DO PROFESSOR..'.
           ACCEPT WRK-INF-PROFESSOR FROM CONSOLE.
           DISPLAY 'AULAS POR SEMANA..'.
           ACCEPT WRK-INF-AULAS FROM CONSOLE.

           PERFORM 8100-VALIDAR-ATRIBUICAO.

           IF WRK-CADASTRO-VALIDO
               MOVE WRK-INF-TURMA   TO ATB-TURMA
               MOVE WRK-INF-MATERIA TO ATB-MATERIA
               READ ATRIBUI-FILE
                   INVALID KEY
                       MOVE WRK-INF-PROFESSOR TO ATB-PROFESSOR
                       MOVE WRK-INF-AULAS     TO ATB-AULAS-SEMANA
                       WRITE ATRIBUI-REG
                       DISPLAY 'MATERIA ATRIBUIDA A ' PRF-NOME
                   NOT INVALID KEY
                       DISPLAY 'PROFESSOR ANTERIOR: ' ATB-PROFESSOR
                       MOVE WRK-INF-PROFESSOR TO ATB-PROFESSOR
                       MOVE WRK-INF-AULAS     TO ATB-AULAS-SEMANA
                       REWRITE ATRIBUI-REG
                       DISPLAY 'ATRIBUICAO SUBSTITUIDA - MATERIA COM '
                           PRF-NOME
               END-READ
           END-IF.

       0220-REMOVER-ATRIBUICAO.

           PERFORM 8200-ACEITAR-TURMA-MATERIA.
           MOVE WRK-INF-TURMA   TO ATB-TURMA.
           MOVE WRK-INF-MATERIA TO ATB-MATERIA.

           READ ATRIBUI-FILE
               INVALID KEY
                   DISPLAY 'ATRIBUICAO NAO ENCONTRADA.'
               NOT INVALID KEY
                   DELETE ATRIBUI-FILE
                   DISPLAY 'ATRIBUICAO REMOVIDA - AULAS DESTA MATERIA '
                       'NA GRADE SERAO REJEITADAS NA VALIDACAO.'
           END-READ.

      **************************************************************
      ** INCLUSAO OU ALTERACAO DE UMA AULA NA GRADE. A AULA VOLTA
      ** SEMPRE A PENDENTE, PARA SER CONFERIDA DE NOVO CONTRA AS
      ** DEMAIS AULAS NA VALIDACAO EM LOTE.
      **************************************************************
       0230-GRAVAR-AULA-GRADE.

           PERFORM 8210-ACEITAR-DIA-PERIODO.
           DISPLAY 'MATERIA..'.
           ACCEPT WRK-INF-MATERIA FROM CONSOLE.
           DISPLAY 'SALA..'.
           ACCEPT WRK-INF-SALA FROM CONSOLE.

           PERFORM 8110-VALIDAR-AULA.

           IF WRK-CADASTRO-VALIDO
               MOVE WRK-INF-TURMA   TO HOR-TURMA
               MOVE WRK-INF-DIA     TO HOR-DIA
               MOVE WRK-INF-PERIODO TO HOR-PERIODO
               READ HORARIO-FILE
                   INVALID KEY
                       PERFORM 8120-MONTAR-AULA
                       WRITE HORARIO-REG
                       DISPLAY 'AULA INCLUIDA - PENDENTE DE VALIDACAO.'
                   NOT INVALID KEY
                       DISPLAY 'AULA ANTERIOR: ' HOR-MATERIA
                           ' SALA ' HOR-SALA
                       PERFORM 8120-MONTAR-AULA
                       REWRITE HORARIO-REG
                       DISPLAY 'AULA ALTERADA - PENDENTE DE VALIDACAO.'
               END-READ
           END-IF.

       0240-EXCLUIR-AULA-GRADE.

           PERFORM 8210-ACEITAR-DIA-PERIODO.
           MOVE WRK-INF-TURMA   TO HOR-TURMA.
           MOVE WRK-INF-DIA     TO HOR-DIA.
           MOVE WRK-INF-PERIODO TO HOR-PERIODO.

           READ HORARIO-FILE
               INVALID KEY
                   DISPLAY 'AULA NAO ENCONTRADA NA GRADE.'
               NOT INVALID KEY
                   DELETE HORARIO-FILE
                   DISPLAY 'AULA EXCLUIDA DA GRADE.'
           END-READ.

       0250-LISTAR-GRADE.

           DISPLAY 'TURMA..'.
           ACCEPT WRK-INF-TURMA FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE 'N'   TO WRK-VARRE-FIM-SW.

           MOVE WRK-INF-TURMA TO HOR-TURMA.
           MOVE ZEROS         TO HOR-DIA.
           MOVE ZEROS         TO HOR-PERIODO.
           START HORARIO-FILE KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 0251-LISTAR-AULA UNTIL WRK-VARRE-FIM.

           IF WRK-QTD-LISTADAS = ZEROS
               DISPLAY 'TURMA SEM AULAS NA GRADE.'
           END-IF.

       0251-LISTAR-AULA.

           READ HORARIO-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   IF HOR-TURMA NOT = WRK-INF-TURMA
                       SET WRK-VARRE-FIM TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADAS
                       PERFORM 0252-EXIBIR-AULA
                   END-IF
           END-READ.

       0252-EXIBIR-AULA.

           IF HOR-DIA >= 1 AND HOR-DIA <= 6
               DISPLAY WRK-NOME-DIA(HOR-DIA) ' ' HOR-PERIODO
                   'O PER. ' HOR-MATERIA ' SALA ' HOR-SALA
                   ' PROF. ' HOR-PROFESSOR ' ' HOR-SITUACAO
                   ' ' HOR-MOTIVO
           ELSE
               DISPLAY 'DIA ' HOR-DIA ' ' HOR-PERIODO
                   'O PER. ' HOR-MATERIA ' SALA ' HOR-SALA
                   ' PROF. ' HOR-PROFESSOR ' ' HOR-SITUACAO
                   ' ' HOR-MOTIVO
           END-IF.

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               CLOSE ATRIBUI-FILE
               CLOSE HORARIO-FILE
           END-IF.
           IF WRK-PROFESSO-STATUS = '00'
               CLOSE PROFESSO-FILE
           END-IF.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** VALIDACOES DA ATRIBUICAO: TURMA CADASTRADA, MATERIA ENTRE
      ** AS TRES DA TURMA, PROFESSOR CADASTRADO E ATIVO E AULAS POR
      ** SEMANA ENTRE 1 E 40. CADA REJEICAO E DESVIADA PARA O
      ** RELATORIO COMPARTILHADO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-ATRIBUICAO.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           PERFORM 8300-BUSCAR-TURMA.
           PERFORM 8130-CONFERIR-TURMA-MATERIA.

           MOVE WRK-INF-PROFESSOR TO PRF-CODIGO.
           READ PROFESSO-FILE
               INVALID KEY
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-PROFESSOR' TO EXC-CAMPO
                   MOVE WRK-INF-PROFESSOR   TO EXC-VALOR
                   MOVE 'PROFESSOR NAO CADASTRADO' TO EXC-MOTIVO
                   PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'PROFESSOR NAO CADASTRADO.'
               NOT INVALID KEY
                   IF NOT PRF-ATIVO
                       SET WRK-CADASTRO-INVALIDO TO TRUE
                       MOVE 'WRK-INF-PROFESSOR' TO EXC-CAMPO
                       MOVE WRK-INF-PROFESSOR   TO EXC-VALOR
                       MOVE 'PROFESSOR INATIVO' TO EXC-MOTIVO
                       PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
                       DISPLAY 'PROFESSOR INATIVO.'
                   END-IF
           END-READ.

           IF WRK-INF-AULAS < 1 OR WRK-INF-AULAS > 40
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-AULAS'      TO EXC-CAMPO
               MOVE WRK-INF-AULAS        TO EXC-VALOR
               MOVE 'AULAS POR SEMANA FORA DE 1 A 40' TO EXC-MOTIVO
               PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'AULAS POR SEMANA DEVEM ESTAR ENTRE 1 E 40.'
           END-IF.

      **************************************************************
      ** VALIDACOES DA AULA NA GRADE: DIA DE 1 A 6, PERIODO DE 1 A
      ** 9, SALA INFORMADA E MATERIA JA ATRIBUIDA NA TURMA. O
      ** CONFLITO DE PROFESSOR E SALA FICA COM A VALIDACAO EM LOTE,
      ** QUE ENXERGA A GRADE INTEIRA.
      **************************************************************
       8110-VALIDAR-AULA.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           IF WRK-INF-DIA < 1 OR WRK-INF-DIA > 6
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-DIA'        TO EXC-CAMPO
               MOVE WRK-INF-DIA          TO EXC-VALOR
               MOVE 'DIA DA SEMANA FORA DE 1 A 6' TO EXC-MOTIVO
               PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'DIA DA SEMANA INVALIDO (1=SEG A 6=SAB).'
           END-IF.

           IF WRK-INF-PERIODO < 1
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-PERIODO'    TO EXC-CAMPO
               MOVE WRK-INF-PERIODO      TO EXC-VALOR
               MOVE 'PERIODO FORA DE 1 A 9' TO EXC-MOTIVO
               PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'PERIODO INVALIDO (1 A 9).'
           END-IF.

           IF WRK-INF-SALA = SPACES
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-SALA'       TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'SALA EM BRANCO'     TO EXC-MOTIVO
               PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'SALA NAO PODE FICAR EM BRANCO.'
           END-IF.

           MOVE WRK-INF-TURMA   TO ATB-TURMA.
           MOVE WRK-INF-MATERIA TO ATB-MATERIA.
           READ ATRIBUI-FILE
               INVALID KEY
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-MATERIA'    TO EXC-CAMPO
                   MOVE WRK-INF-MATERIA      TO EXC-VALOR
                   MOVE 'MATERIA SEM PROFESSOR ATRIBUIDO'
                       TO EXC-MOTIVO
                   PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'MATERIA SEM PROFESSOR ATRIBUIDO NA TURMA.'
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       8120-MONTAR-AULA.

           MOVE WRK-INF-TURMA   TO HOR-TURMA.
           MOVE WRK-INF-DIA     TO HOR-DIA.
           MOVE WRK-INF-PERIODO TO HOR-PERIODO.
           MOVE WRK-INF-MATERIA TO HOR-MATERIA.
           MOVE WRK-INF-SALA    TO HOR-SALA.
           MOVE ATB-PROFESSOR   TO HOR-PROFESSOR.
           SET HOR-PENDENTE     TO TRUE.
           MOVE SPACES          TO HOR-MOTIVO.

       8130-CONFERIR-TURMA-MATERIA.

           IF NOT WRK-TUR-ACHOU
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-TURMA'      TO EXC-CAMPO
               MOVE WRK-INF-TURMA        TO EXC-VALOR
               MOVE 'TURMA NAO CADASTRADA' TO EXC-MOTIVO
               PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'TURMA NAO CADASTRADA.'
           ELSE
               IF NOT WRK-MATERIA-OK
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-MATERIA'    TO EXC-CAMPO
                   MOVE WRK-INF-MATERIA      TO EXC-VALOR
                   MOVE 'MATERIA NAO PERTENCE A TURMA' TO EXC-MOTIVO
                   PERFORM 8150-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'MATERIA NAO PERTENCE A TURMA.'
               END-IF
           END-IF.

       8150-GRAVAR-EXCECAO-CADASTRO.

           MOVE 'PROGATBM'    TO EXC-PROGRAMA.
           MOVE WRK-INF-TURMA TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

       8200-ACEITAR-TURMA-MATERIA.

           DISPLAY 'TURMA..'.
           ACCEPT WRK-INF-TURMA FROM CONSOLE.
           DISPLAY 'MATERIA..'.
           ACCEPT WRK-INF-MATERIA FROM CONSOLE.

       8210-ACEITAR-DIA-PERIODO.

           DISPLAY 'TURMA..'.
           ACCEPT WRK-INF-TURMA FROM CONSOLE.
           DISPLAY 'DIA DA SEMANA (1=SEG 2=TER 3=QUA 4=QUI 5=SEX '
               '6=SAB)..'.
           ACCEPT WRK-INF-DIA FROM CONSOLE.
           DISPLAY 'PERIODO (1 A 9)..'.
           ACCEPT WRK-INF-PERIODO FROM CONSOLE.

      **************************************************************
      ** BUSCA DA TURMA NO CADASTRO DE TURMAS (SEQUENCIAL, LIDO A
      ** CADA CONSULTA) E CONFERENCIA DA MATERIA INFORMADA CONTRA
      ** AS TRES MATERIAS DA TURMA.
      **************************************************************
       8300-BUSCAR-TURMA.

           MOVE 'N' TO WRK-TUR-ACHOU-SW.
           MOVE 'N' TO WRK-MATERIA-OK-SW.
           MOVE 'N' TO WRK-TURMAS-FIM-SW.

           OPEN INPUT TURMAS-FILE.
           IF WRK-TURMAS-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM 8310-LER-TURMA
                   UNTIL WRK-TURMAS-FIM OR WRK-TUR-ACHOU
               CLOSE TURMAS-FILE
           END-IF.

       8310-LER-TURMA.

           READ TURMAS-FILE
               AT END
                   SET WRK-TURMAS-FIM TO TRUE
               NOT AT END
                   IF TUR-CODIGO = WRK-INF-TURMA
                       SET WRK-TUR-ACHOU TO TRUE
                       IF WRK-INF-MATERIA NOT = SPACES
                           AND (WRK-INF-MATERIA = TUR-MATERIA1
                           OR WRK-INF-MATERIA = TUR-MATERIA2
                           OR WRK-INF-MATERIA = TUR-MATERIA3)
                           SET WRK-MATERIA-OK TO TRUE
                       END-IF
                   END-IF
           END-READ.

       COPY CPYEXCPR.
       COPY CPYABLPR.
