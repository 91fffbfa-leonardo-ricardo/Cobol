      **               IGUAL AO FECHAMENTO OFICIAL DO ANO NO
      **               PROGNOTB - O BOLETIM NAO PODE CONTRADIZER O
      **               RESULTADO DE PROMOCAO DO RESULANO.
      **  15/10/2026 LR - ABAIXO DA TURMA, O BOLETIM PASSA A LISTAR
      **               CADA MATERIA DA TURMA COM O PROFESSOR QUE A
      **               LECIONA (ATRIBUICOES ATRIBUI E CADASTRO
      **               PROFESSO, VER CPYATBPR); MATERIA SEM
      **               ATRIBUICAO SAI COM O PROFESSOR DO CADASTRO
      **               DE TURMAS, COMO ANTES.
      **  15/10/2026 LR - ALUNO TRANSFERIDO DE TURMA NO ANO (MOVALUNO,
      **               VER PROGMVAM): O BIMESTRE CURSADO NA TURMA
      **               ANTERIOR SAI COM O CODIGO DELA E ENTRA NA MEDIA
      **               DO ANO COM O PESO DELA; A IDENTIFICACAO E OS
      **               PROFESSORES CONTINUAM SENDO OS DA TURMA ATUAL.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTRETIF-STATUS.
           COPY CPYNOTPSL.
           COPY CPYATBSL.
           COPY CPYPRFSL.
           COPY CPYMVASL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
           05  TUR-PESO-BIM2      PIC 9(02).
           05  TUR-PESO-BIM3      PIC 9(02).
           05  TUR-PESO-BIM4      PIC 9(02).
       COPY CPYATBFD.
       COPY CPYPRFFD.
       COPY CPYMVAFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       FD  NOTAS-FILE.
                   INDEXED BY TUR-IDX.
               10  TAB-TUR-CODIGO     PIC X(10).
               10  TAB-TUR-PESO-BIM OCCURS 4 TIMES PIC 9(02).
               10  TAB-TUR-PROFESSOR  PIC X(20).
               10  TAB-TUR-MATERIA OCCURS 3 TIMES PIC X(10).
       77  WRK-MAT-SUB            PIC 9(01) VALUE ZEROS.
       77  WRK-MEDIA-ANO          PIC 9(02)V9 VALUE ZEROS.
       77  WRK-NOTRETIF-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-NOTRETIF-FIM-SW    PIC X(01) VALUE 'N'.
       77  WRK-PESO-ED            PIC Z9 VALUE ZEROS.
       77  WRK-MEDIA-ED           PIC ZZ,9 VALUE ZEROS.
       COPY CPYNOTWS.
       COPY CPYATBTB.
       COPY CPYMVATB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.

           PERFORM 7001-CARREGAR-PARAMETROS.
           PERFORM 8500-CARREGAR-TURMAS.
           PERFORM 7800-CARREGAR-TABELA-ATRIB.
           PERFORM 7860-CARREGAR-TABELA-MOVTO.
           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 8000-CARREGAR-NOTAS.
           PERFORM 8300-CARREGAR-FREQUENCIA.
               MAT-TURMA DELIMITED BY SIZE
               INTO BOLETIM-LINHA.
           WRITE BOLETIM-LINHA.
           PERFORM 8530-IMPRIMIR-PROFESSORES.
           MOVE SPACES TO BOLETIM-LINHA.
           WRITE BOLETIM-LINHA.

           MOVE MAT-MATRICULA  TO WRK-MVA-MATRICULA.
           MOVE MAT-ANO-LETIVO TO WRK-MVA-ANO-LETIVO.
           MOVE MAT-TURMA      TO WRK-MVA-TURMA-ATUAL.
           MOVE ZEROS TO WRK-QTD-BIM-COM-NOTA.
           MOVE ZEROS TO WRK-SOMA-MEDIAS-BIM.
           MOVE ZEROS TO WRK-SOMA-PESOS-BIM.
      ** A MEDIA DO BIMESTRE. BIMESTRE SEM NENHUMA NOTA LANCADA E
      ** PULADO; A MEDIA DO BIMESTRE ENTRA NA MEDIA DO ANO
      ** PONDERADA PELO PESO DO BIMESTRE DA TURMA, COMO NO
      ** FECHAMENTO OFICIAL DO PROGNOTB. BIMESTRE CURSADO EM OUTRA
      ** TURMA (TRANSFERENCIA) SAI COM O CODIGO E O PESO DELA.
      **************************************************************
       0225-EMITIR-BIMESTRE.

           MOVE WRK-BIM-SUB TO WRK-BIM-CORRENTE.
           MOVE WRK-BIM-SUB TO WRK-MVA-BIMESTRE.
           PERFORM 7862-BUSCAR-TURMA-BIMESTRE.
           PERFORM 8200-CASAR-NOTAS-DO-ALUNO.
           PERFORM 7000-CALCULAR-MEDIA.

               ADD WRK-PESO-BIM-USO TO WRK-SOMA-PESOS-BIM

               MOVE SPACES TO BOLETIM-LINHA
               IF WRK-MVA-ACHOU
                   STRING 'BIMESTRE ' DELIMITED BY SIZE
                       WRK-BIM-SUB DELIMITED BY SIZE
                       ' (CURSADO NA TURMA ' DELIMITED BY SIZE
                       WRK-MVA-TURMA-BIM DELIMITED BY SPACE
                       '):' DELIMITED BY SIZE
                       INTO BOLETIM-LINHA
               ELSE
                   STRING 'BIMESTRE ' DELIMITED BY SIZE
                       WRK-BIM-SUB DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       INTO BOLETIM-LINHA
               END-IF
               WRITE BOLETIM-LINHA

               MOVE WRK-NOTA1 TO WRK-NOTA-ED
                   TO TAB-TUR-PESO-BIM(WRK-TAB-TUR-QTD, 3)
               MOVE TUR-PESO-BIM4
                   TO TAB-TUR-PESO-BIM(WRK-TAB-TUR-QTD, 4)
               MOVE TUR-PROFESSOR
                   TO TAB-TUR-PROFESSOR(WRK-TAB-TUR-QTD)
               MOVE TUR-MATERIA1
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 1)
               MOVE TUR-MATERIA2
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 2)
               MOVE TUR-MATERIA3
                   TO TAB-TUR-MATERIA(WRK-TAB-TUR-QTD, 3)
           END-IF.
           READ TURMAS-FILE
               AT END SET WRK-TURMAS-FIM TO TRUE
           SEARCH TAB-TUR
               AT END
                   CONTINUE
               WHEN TAB-TUR-CODIGO(TUR-IDX) = WRK-MVA-TURMA-BIM
                   SET WRK-TUR-ACHOU TO TRUE
                   IF TAB-TUR-PESO-BIM(TUR-IDX, WRK-BIM-SUB)
                       > ZEROS
                   END-IF
           END-SEARCH.

      **************************************************************
      ** PROFESSOR DE CADA MATERIA DA TURMA DO ALUNO: O DA
      ** ATRIBUICAO (ATRIBUI) OU, NA FALTA DELA, O PROFESSOR DO
      ** CADASTRO DE TURMAS. TURMA FORA DO CADASTRO NAO IMPRIME
      ** NADA.
      **************************************************************
       8530-IMPRIMIR-PROFESSORES.

           MOVE 'N' TO WRK-TUR-ACHOU-SW.
           SET TUR-IDX TO 1.
           SEARCH TAB-TUR
               AT END
                   CONTINUE
               WHEN TAB-TUR-CODIGO(TUR-IDX) = MAT-TURMA
                   SET WRK-TUR-ACHOU TO TRUE
           END-SEARCH.

           IF WRK-TUR-ACHOU
               PERFORM 8540-IMPRIMIR-PROF-MATERIA
                   VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > 3
           END-IF.

       8540-IMPRIMIR-PROF-MATERIA.

           IF TAB-TUR-MATERIA(TUR-IDX, WRK-MAT-SUB) NOT = SPACES
               MOVE MAT-TURMA TO WRK-ATB-TURMA
               MOVE TAB-TUR-MATERIA(TUR-IDX, WRK-MAT-SUB)
                   TO WRK-ATB-MATERIA
               PERFORM 7820-BUSCAR-PROF-MATERIA
               IF NOT WRK-ATB-ACHOU OR WRK-ATB-NOME = SPACES
                   MOVE TAB-TUR-PROFESSOR(TUR-IDX) TO WRK-ATB-NOME
               END-IF
               MOVE SPACES TO BOLETIM-LINHA
               STRING '  ' DELIMITED BY SIZE
                   WRK-ATB-MATERIA DELIMITED BY SIZE
                   ' - PROFESSOR(A): ' DELIMITED BY SIZE
                   WRK-ATB-NOME DELIMITED BY SIZE
                   INTO BOLETIM-LINHA
               WRITE BOLETIM-LINHA
           END-IF.

       8300-CARREGAR-FREQUENCIA.

           MOVE 'N'   TO WRK-FREQUENC-FIM-SW.
           END-READ.

       COPY CPYNOTPR.
       COPY CPYATBPR.
       COPY CPYMVAPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
