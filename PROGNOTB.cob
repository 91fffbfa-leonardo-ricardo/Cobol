      **               SITUACAO), DE ONDE A REMATRICULA (PROGREMB)
      **               DECIDE PROMOCAO OU RETENCAO SEM RASPAR O
      **               TURMAREL.
      **  15/10/2026 LR - O RESULANO PASSA A LEVAR TAMBEM A MEDIA DO
      **               ANO DE CADA UMA DAS TRES MATERIAS (MESMA
      **               PONDERACAO POR BIMESTRE DA MEDIA FINAL) E AS
      **               AULAS DADAS E PRESENCAS DO ALUNO, QUE A
      **               REMATRICULA GUARDA NO MATRHIST PARA O
      **               HISTORICO ESCOLAR (PROGHISB).
      **  15/10/2026 LR - O CABECALHO DA TURMA PASSA A TRAZER CADA
      **               MATERIA COM O PROFESSOR QUE A LECIONA
      **               (ATRIBUICOES ATRIBUI E CADASTRO PROFESSO, VER
      **               CPYATBPR) NO LUGAR DO PROFESSOR UNICO DA
      **               TURMA; MATERIA SEM ATRIBUICAO SAI COM O
      **               PROFESSOR DO CADASTRO DE TURMAS.
      **  15/10/2026 LR - ALUNO TRANSFERIDO DE TURMA NO ANO (MOVALUNO,
      **               VER PROGMVAM) SAI NA TURMA ATUAL, MAS AS NOTAS
      **               DE CADA BIMESTRE USAM OS PESOS DAS MATERIAS E
      **               O PESO DO BIMESTRE DA TURMA ONDE O BIMESTRE
      **               FOI CURSADO - O MESMO CRITERIO DO BOLETIM.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RESULANO-STATUS.
           COPY CPYNOTPSL.
           COPY CPYATBSL.
           COPY CPYPRFSL.
           COPY CPYMVASL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       FILE SECTION.
       COPY CPYMATFD.
       COPY CPYNOTPFD.
       COPY CPYATBFD.
       COPY CPYPRFFD.
       COPY CPYMVAFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
           05  RSA-MATRICULA      PIC 9(06).
           05  RSA-MEDIA-ANO      PIC 9(02)V9.
           05  RSA-SITUACAO       PIC X(20).
           05  RSA-MEDIA-MATERIA  OCCURS 3 TIMES PIC 9(02)V9.
           05  RSA-AULAS-DADAS    PIC 9(03).
           05  RSA-AULAS-PRESENTE PIC 9(03).

       WORKING-STORAGE SECTION.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SOMA-POND-BIM      PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MEDIA-ANO          PIC 9(02)V9 VALUE ZEROS.
       77  WRK-MEDIA-BIM-ED       PIC ZZ,9 VALUE ZEROS.
       77  WRK-MAT-SUB            PIC 9(01) VALUE ZEROS.
       01  WRK-SOMAS-MATERIA.
           05  WRK-SOMA-POND-MAT OCCURS 3 TIMES PIC 9(05)V99.
       01  WRK-MEDIAS-MATERIA.
           05  WRK-MEDIA-MAT OCCURS 3 TIMES PIC 9(02)V9.
       77  WRK-FRQ-DADAS-ALUNO    PIC 9(03) VALUE ZEROS.
       77  WRK-FRQ-PRESENTE-ALUNO PIC 9(03) VALUE ZEROS.
       01  WRK-LINHA-BIMESTRES.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(04) VALUE 'B1: '.
           05  FILLER             PIC X(05) VALUE '  B4:'.
           05  WRK-LB4-MEDIA      PIC ZZ,9.
       COPY CPYNOTWS.
       COPY CPYATBTB.
       COPY CPYMVATB.
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
           PERFORM 8000-CARREGAR-NOTAS.
           PERFORM 8300-CARREGAR-FREQUENCIA.
           PERFORM 8400-CARREGAR-TURMAS.
           PERFORM 7800-CARREGAR-TABELA-ATRIB.
           PERFORM 7860-CARREGAR-TABELA-MOVTO.

           MOVE 15 TO WRK-CAB-MAX-LINHAS.

               END-IF
           END-IF.

           MOVE MAT-MATRICULA  TO WRK-MVA-MATRICULA.
           MOVE MAT-ANO-LETIVO TO WRK-MVA-ANO-LETIVO.
           MOVE MAT-TURMA      TO WRK-MVA-TURMA-ATUAL.
           IF WRK-FECHAMENTO-ANO
               PERFORM 0206-CALCULAR-RESULTADO-ANO
           ELSE
               MOVE WRK-BIM-CORRENTE TO WRK-MVA-BIMESTRE
               PERFORM 7862-BUSCAR-TURMA-BIMESTRE
               PERFORM 8100-CASAR-NOTAS-DO-ALUNO
               PERFORM 8420-APLICAR-PESOS-DA-TURMA
               PERFORM 7000-CALCULAR-MEDIA
               ELSE
                   MOVE WRK-SITUACAO TO RSA-SITUACAO
               END-IF
               PERFORM 0211-MOVER-MEDIAS-MATERIA
                   VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > 3
               MOVE WRK-FRQ-DADAS-ALUNO    TO RSA-AULAS-DADAS
               MOVE WRK-FRQ-PRESENTE-ALUNO TO RSA-AULAS-PRESENTE
               WRITE RESULANO-REG
               MOVE WRK-MEDIA-BIM(1) TO WRK-LB1-MEDIA
               MOVE WRK-MEDIA-BIM(2) TO WRK-LB2-MEDIA
      ** MEDIA FINAL E A PONDERADA DAS MEDIAS DOS BIMESTRES COM
      ** NOTA, PELOS PESOS POR BIMESTRE DA TURMA (PESO AUSENTE VALE
      ** 1). A SITUACAO FINAL SAI DA MEDIA DO ANO PELAS MESMAS
      ** NOTAS MINIMAS DO CALCULO DE SEMPRE. A MEDIA DO ANO DE
      ** CADA MATERIA (PROVA 1-3) USA A MESMA PONDERACAO, PARA O
      ** HISTORICO ESCOLAR.
      **************************************************************
       0206-CALCULAR-RESULTADO-ANO.

           MOVE ZEROS TO WRK-SOMA-PESOS-BIM.
           MOVE ZEROS TO WRK-SOMA-POND-BIM.
           MOVE ZEROS TO WRK-SOMAS-MATERIA.
           MOVE ZEROS TO WRK-MEDIAS-MATERIA.
           PERFORM 0207-CALCULAR-MEDIA-BIMESTRE
               VARYING WRK-BIM-SUB FROM 1 BY 1
               UNTIL WRK-BIM-SUB > 4.
           ELSE
               COMPUTE WRK-MEDIA-ANO =
                   WRK-SOMA-POND-BIM / WRK-SOMA-PESOS-BIM
               PERFORM 0209-CALCULAR-MEDIA-MATERIA
                   VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > 3
           END-IF.

           MOVE WRK-MEDIA-ANO TO WRK-NOTA1.
       0207-CALCULAR-MEDIA-BIMESTRE.

           MOVE WRK-BIM-SUB TO WRK-BIM-CORRENTE.
           MOVE WRK-BIM-SUB TO WRK-MVA-BIMESTRE.
           PERFORM 7862-BUSCAR-TURMA-BIMESTRE.
           PERFORM 8100-CASAR-NOTAS-DO-ALUNO.
           PERFORM 8420-APLICAR-PESOS-DA-TURMA.
           PERFORM 7000-CALCULAR-MEDIA.
                   WRK-SOMA-POND-BIM
                   + WRK-MEDIA * WRK-PESO-BIM-USO
               ADD WRK-PESO-BIM-USO TO WRK-SOMA-PESOS-BIM
               COMPUTE WRK-SOMA-POND-MAT(1) = WRK-SOMA-POND-MAT(1)
                   + WRK-NOTA1 * WRK-PESO-BIM-USO
               COMPUTE WRK-SOMA-POND-MAT(2) = WRK-SOMA-POND-MAT(2)
                   + WRK-NOTA2 * WRK-PESO-BIM-USO
               COMPUTE WRK-SOMA-POND-MAT(3) = WRK-SOMA-POND-MAT(3)
                   + WRK-NOTA3 * WRK-PESO-BIM-USO
           ELSE
               MOVE 'N' TO WRK-TEM-NOTA-BIM(WRK-BIM-SUB)
           END-IF.
           SEARCH TAB-TUR
               AT END
                   CONTINUE
               WHEN TAB-TUR-CODIGO(TUR-IDX) = WRK-MVA-TURMA-BIM
                   SET WRK-TUR-ACHOU TO TRUE
                   IF TAB-TUR-PESO-BIM(TUR-IDX, WRK-BIM-SUB)
                       > ZEROS
                   END-IF
           END-SEARCH.

       0209-CALCULAR-MEDIA-MATERIA.

           COMPUTE WRK-MEDIA-MAT(WRK-MAT-SUB) =
               WRK-SOMA-POND-MAT(WRK-MAT-SUB) / WRK-SOMA-PESOS-BIM.

       0211-MOVER-MEDIAS-MATERIA.

           MOVE WRK-MEDIA-MAT(WRK-MAT-SUB)
               TO RSA-MEDIA-MATERIA(WRK-MAT-SUB).

       0210-IMPRIMIR-CABECALHO.

           ADD 1 TO WRK-PAGINA.
                   TAB-TUR-DESCRICAO(TUR-IDX) DELIMITED BY SIZE
                   INTO TURMA-LINHA
               WRITE TURMA-LINHA
               MOVE TAB-TUR-MATERIA1(TUR-IDX) TO WRK-ATB-MATERIA
               PERFORM 8430-IMPRIMIR-PROF-MATERIA
               MOVE TAB-TUR-MATERIA2(TUR-IDX) TO WRK-ATB-MATERIA
               PERFORM 8430-IMPRIMIR-PROF-MATERIA
               MOVE TAB-TUR-MATERIA3(TUR-IDX) TO WRK-ATB-MATERIA
               PERFORM 8430-IMPRIMIR-PROF-MATERIA
           ELSE
               STRING 'TURMA: ' DELIMITED BY SIZE
                   WRK-TURMA-ANTERIOR DELIMITED BY SIZE
       0230-VERIFICAR-FREQUENCIA.

           MOVE 'N' TO WRK-FREQ-REPROVADO-SW.
           MOVE ZEROS TO WRK-FRQ-DADAS-ALUNO WRK-FRQ-PRESENTE-ALUNO.
           PERFORM 0231-CONFERIR-FREQUENCIA
               VARYING WRK-FRQ-IDX FROM 1 BY 1
               UNTIL WRK-FRQ-IDX > WRK-TAB-FRQ-QTD.

       0231-CONFERIR-FREQUENCIA.

           IF TAB-FRQ-MATRICULA(WRK-FRQ-IDX) = MAT-MATRICULA
               MOVE TAB-FRQ-DADAS(WRK-FRQ-IDX)
                   TO WRK-FRQ-DADAS-ALUNO
               MOVE TAB-FRQ-PRESENTE(WRK-FRQ-IDX)
                   TO WRK-FRQ-PRESENTE-ALUNO
           END-IF.
           IF TAB-FRQ-MATRICULA(WRK-FRQ-IDX) = MAT-MATRICULA
               AND TAB-FRQ-DADAS(WRK-FRQ-IDX) > ZEROS
               COMPUTE WRK-PERC-FREQUENCIA ROUNDED =
           SEARCH TAB-TUR
               AT END
                   CONTINUE
               WHEN TAB-TUR-CODIGO(TUR-IDX) = WRK-MVA-TURMA-BIM
                   SET WRK-TUR-ACHOU TO TRUE
                   MOVE TAB-TUR-PESO1(TUR-IDX) TO WRK-PESO1
                   MOVE TAB-TUR-PESO2(TUR-IDX) TO WRK-PESO2
                   MOVE TAB-TUR-PESO3(TUR-IDX) TO WRK-PESO3
           END-SEARCH.

      **************************************************************
      ** LINHA DE UMA MATERIA NO CABECALHO DA TURMA, COM O PROFESSOR
      ** DA ATRIBUICAO OU, NA FALTA DELA, O DO CADASTRO DE TURMAS.
      **************************************************************
       8430-IMPRIMIR-PROF-MATERIA.

           IF WRK-ATB-MATERIA NOT = SPACES
               MOVE WRK-TURMA-ANTERIOR TO WRK-ATB-TURMA
               PERFORM 7820-BUSCAR-PROF-MATERIA
               IF NOT WRK-ATB-ACHOU OR WRK-ATB-NOME = SPACES
                   MOVE TAB-TUR-PROFESSOR(TUR-IDX) TO WRK-ATB-NOME
               END-IF
               MOVE SPACES TO TURMA-LINHA
               STRING 'MATERIA ' DELIMITED BY SIZE
                   WRK-ATB-MATERIA DELIMITED BY SIZE
                   ' - PROFESSOR(A): ' DELIMITED BY SIZE
                   WRK-ATB-NOME DELIMITED BY SIZE
                   INTO TURMA-LINHA
               WRITE TURMA-LINHA
           END-IF.

       8200-APONTAR-NOTAS-ORFAS.

           PERFORM 8210-CONFERIR-NOTA-ORFA
           END-IF.

       COPY CPYNOTPR.
       COPY CPYATBPR.
       COPY CPYMVAPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
