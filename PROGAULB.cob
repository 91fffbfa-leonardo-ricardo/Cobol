       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAULB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: CARGA HORARIA MENSAL DOS PROFESSORES, RELATORIO
      **    AULREL, E INTERFACE DE HORAS-AULA PARA A FOLHA
      **    (AULFOLHA):
      **    - PARA CADA PROFESSOR ATIVO (PROFESSO), AS AULAS
      **      SEMANAIS ATRIBUIDAS (SOMA DO ATRIBUI) E AS AULAS
      **      VALIDAS NA GRADE HORARIA (HORARIO, VALIDADA PELO
      **      PROGHORB). DIFERENCA ENTRE AS DUAS E SINALIZADA;
      **    - O PAGAMENTO SEGUE A ATRIBUICAO: HORAS NO MES = AULAS
      **      POR SEMANA X 4,5 SEMANAS; VALOR = HORAS X HORA-AULA DO
      **      CADASTRO, MAIS O REPOUSO SEMANAL REMUNERADO DE 1/6;
      **    - SO ENTRA NA AULFOLHA QUEM E EMPREGADO (MATRICULA NA
      **      FOLHA) E TEM HORA-AULA; O MENSALISTA SAI NO RELATORIO
      **      MAS E PAGO SO PELO SALARIO;
      **    - A AULFOLHA E GRAVADA PARA A COMPETENCIA DO LOTE E O
      **      PROGTEPB A PAGA E ESVAZIA. O CONTROLE AULCTL GUARDA A
      **      ULTIMA COMPETENCIA GERADA: REEXECUTAR NA MESMA
      **      COMPETENCIA SO REIMPRIME O RELATORIO, PARA A FOLHA NAO
      **      PAGAR AS AULAS DUAS VEZES.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPRFSL.
           COPY CPYATBSL.
           COPY CPYHORSL.
           COPY CPYAUFSL.
           SELECT AULCTL-FILE ASSIGN TO "AULCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AULCTL-STATUS.
           SELECT AULREL-FILE ASSIGN TO "AULREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AULREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYPRFFD.
       COPY CPYATBFD.
       COPY CPYHORFD.
       COPY CPYAUFFD.
       FD  AULCTL-FILE.
       01  AULCTL-REG.
           05  AUC-COMPETENCIA    PIC 9(06).

       FD  AULREL-FILE.
       01  AULREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-HORARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AULFOLHA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-AULCTL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-AULREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-HOR-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-HOR-FIM                    VALUE 'S'.
       77  WRK-PROFESSO-LIDO-SW   PIC X(01) VALUE 'N'.
           88  WRK-PROFESSO-LIDO              VALUE 'S'.
       77  WRK-JA-GERADA-SW       PIC X(01) VALUE 'N'.
           88  WRK-JA-GERADA                  VALUE 'S'.
       77  WRK-ANOMES-REF         PIC 9(06) VALUE ZEROS.
       77  WRK-SEMANAS-MES        PIC 9(01)V9 VALUE 4,5.
       77  WRK-ATB-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-AULAS-ATRIBUIDAS   PIC 9(03) VALUE ZEROS.
       77  WRK-AULAS-GRADE        PIC 9(03) VALUE ZEROS.
       77  WRK-HORAS-MES          PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VALOR-AULAS        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-DSR          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-TOTAL        PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QTD-PROFESSORES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FOLHA          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-HORAS          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-FOLHA          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-HORAS-ED       PIC Z.ZZZ.ZZ9,99.
       77  WRK-TOT-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TAB-GRD-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GRADE-PROF.
           05  TAB-GRD OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-GRD-QTD
                   INDEXED BY GRD-IDX.
               10  TAB-GRD-PROFESSOR  PIC 9(04).
               10  TAB-GRD-AULAS      PIC 9(03).
       01  WRK-LINHA-CARGA.
           05  WRK-LC-CODIGO      PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-NOME        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-ATRIBUIDAS  PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-GRADE       PIC ZZ9.
           05  WRK-LC-DIVERGE     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LC-HORAS       PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-VALOR       PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-DSR         PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-TOTAL       PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-FOLHA       PIC X(13).
       COPY CPYATBTB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-PROFESSOR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES-REF.

           PERFORM 7800-CARREGAR-TABELA-ATRIB.
           PERFORM 8000-CARREGAR-GRADE-VALIDA.
           PERFORM 8100-LER-CONTROLE-GERACAO.

           OPEN OUTPUT AULREL-FILE.
           MOVE 'PROGAULB' TO WRK-CAB-PROGRAMA.
           MOVE 'CARGA HORARIA DOS PROFESSORES' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE AULREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE AULREL-LINHA FROM WRK-CAB-LINHA2.

           MOVE SPACES TO AULREL-LINHA.
           STRING 'COMPETENCIA: ' DELIMITED BY SIZE
               WRK-ANOMES-REF DELIMITED BY SIZE
               '   SEMANAS NO MES: 4,5   DSR: 1/6 DO VALOR DAS AULAS'
               DELIMITED BY SIZE
               INTO AULREL-LINHA.
           WRITE AULREL-LINHA.
           IF WRK-JA-GERADA
               MOVE SPACES TO AULREL-LINHA
               STRING 'AULFOLHA JA GERADA PARA A COMPETENCIA '
                   DELIMITED BY SIZE
                   WRK-ANOMES-REF DELIMITED BY SIZE
                   ' - SO REIMPRESSAO.' DELIMITED BY SIZE
                   INTO AULREL-LINHA
               WRITE AULREL-LINHA
               DISPLAY 'AULFOLHA JA GERADA PARA ' WRK-ANOMES-REF
                   ' - NAO SERA REGRAVADA.'
           ELSE
               OPEN OUTPUT AULFOLHA-FILE
           END-IF.
           MOVE SPACES TO AULREL-LINHA.
           WRITE AULREL-LINHA.
           MOVE SPACES TO AULREL-LINHA.
           STRING 'COD.  PROFESSOR             ATR  GRD   HORAS   '
               DELIMITED BY SIZE
               'VALOR AULAS         DSR         TOTAL  FOLHA'
               DELIMITED BY SIZE
               INTO AULREL-LINHA.
           WRITE AULREL-LINHA.

           OPEN INPUT PROFESSO-FILE.
           IF WRK-PROFESSO-STATUS NOT = '00'
               MOVE 'CADASTRO DE PROFESSORES INDISPONIVEL.'
                   TO AULREL-LINHA
               WRITE AULREL-LINHA
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-PROFESSO-LIDO TO TRUE
               READ PROFESSO-FILE NEXT RECORD
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

       0200-PROCESSAR-PROFESSOR.

           IF PRF-ATIVO
               PERFORM 0210-APURAR-CARGA
               IF WRK-AULAS-ATRIBUIDAS > ZEROS
                   OR WRK-AULAS-GRADE > ZEROS
                   PERFORM 0220-IMPRIMIR-CARGA
               END-IF
           END-IF.

           READ PROFESSO-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** AULAS DO PROFESSOR: ATRIBUIDAS (SOMA DAS MATERIAS EM TODAS
      ** AS TURMAS) E VALIDAS NA GRADE. O VALOR SEGUE A ATRIBUICAO,
      ** QUE E O CONTRATADO; A GRADE SERVE DE CONFERENCIA.
      **************************************************************
       0210-APURAR-CARGA.

           MOVE ZEROS TO WRK-AULAS-ATRIBUIDAS.
           IF WRK-TAB-ATB-QTD > ZEROS
               PERFORM 0211-SOMAR-ATRIBUICAO
                   VARYING WRK-ATB-SUB FROM 1 BY 1
                   UNTIL WRK-ATB-SUB > WRK-TAB-ATB-QTD
           END-IF.

           MOVE ZEROS TO WRK-AULAS-GRADE.
           IF WRK-TAB-GRD-QTD > ZEROS
               SET GRD-IDX TO 1
               SEARCH TAB-GRD
                   AT END
                       CONTINUE
                   WHEN TAB-GRD-PROFESSOR(GRD-IDX) = PRF-CODIGO
                       MOVE TAB-GRD-AULAS(GRD-IDX) TO WRK-AULAS-GRADE
               END-SEARCH
           END-IF.

           COMPUTE WRK-HORAS-MES ROUNDED =
               WRK-AULAS-ATRIBUIDAS * WRK-SEMANAS-MES.
           COMPUTE WRK-VALOR-AULAS ROUNDED =
               WRK-HORAS-MES * PRF-VALOR-HORA-AULA.
           COMPUTE WRK-VALOR-DSR ROUNDED = WRK-VALOR-AULAS / 6.
           COMPUTE WRK-VALOR-TOTAL = WRK-VALOR-AULAS + WRK-VALOR-DSR.

       0211-SOMAR-ATRIBUICAO.

           IF TAB-ATB-PROFESSOR(WRK-ATB-SUB) = PRF-CODIGO
               ADD TAB-ATB-AULAS(WRK-ATB-SUB) TO WRK-AULAS-ATRIBUIDAS
           END-IF.

       0220-IMPRIMIR-CARGA.

           ADD 1               TO WRK-QTD-PROFESSORES.
           ADD WRK-HORAS-MES   TO WRK-TOT-HORAS.
           ADD WRK-VALOR-TOTAL TO WRK-TOT-VALOR.

           MOVE PRF-CODIGO           TO WRK-LC-CODIGO.
           MOVE PRF-NOME             TO WRK-LC-NOME.
           MOVE WRK-AULAS-ATRIBUIDAS TO WRK-LC-ATRIBUIDAS.
           MOVE WRK-AULAS-GRADE      TO WRK-LC-GRADE.
           IF WRK-AULAS-ATRIBUIDAS NOT = WRK-AULAS-GRADE
               MOVE '*' TO WRK-LC-DIVERGE
               ADD 1    TO WRK-QTD-DIVERGENTES
           ELSE
               MOVE SPACE TO WRK-LC-DIVERGE
           END-IF.
           MOVE WRK-HORAS-MES        TO WRK-LC-HORAS.
           MOVE WRK-VALOR-AULAS      TO WRK-LC-VALOR.
           MOVE WRK-VALOR-DSR        TO WRK-LC-DSR.
           MOVE WRK-VALOR-TOTAL      TO WRK-LC-TOTAL.

           EVALUATE TRUE
               WHEN PRF-EMP-MATRICULA = ZEROS
                   MOVE 'FORA DA FOLHA' TO WRK-LC-FOLHA
               WHEN PRF-VALOR-HORA-AULA = ZEROS
                   MOVE 'MENSALISTA'    TO WRK-LC-FOLHA
               WHEN WRK-VALOR-TOTAL = ZEROS
                   MOVE 'SEM AULAS'     TO WRK-LC-FOLHA
               WHEN WRK-JA-GERADA
                   MOVE 'JA GERADA'     TO WRK-LC-FOLHA
               WHEN OTHER
                   MOVE 'ENVIADA'       TO WRK-LC-FOLHA
                   PERFORM 0230-GRAVAR-AULFOLHA
           END-EVALUATE.

           WRITE AULREL-LINHA FROM WRK-LINHA-CARGA.

       0230-GRAVAR-AULFOLHA.

           MOVE PRF-EMP-MATRICULA TO AUF-MATRICULA.
           MOVE PRF-CODIGO        TO AUF-PROFESSOR.
           MOVE WRK-LOTECAB-ANO   TO AUF-COMP-ANO.
           MOVE WRK-LOTECAB-MES   TO AUF-COMP-MES.
           MOVE WRK-HORAS-MES     TO AUF-HORAS.
           MOVE WRK-VALOR-TOTAL   TO AUF-VALOR.
           WRITE AULFOLHA-REG.
           ADD 1               TO WRK-QTD-FOLHA.
           ADD WRK-VALOR-TOTAL TO WRK-TOT-FOLHA.

       0300-FINALIZAR.

           IF WRK-PROFESSO-LIDO
               CLOSE PROFESSO-FILE
           END-IF.

           IF NOT WRK-JA-GERADA
               CLOSE AULFOLHA-FILE
               OPEN OUTPUT AULCTL-FILE
               MOVE WRK-ANOMES-REF TO AUC-COMPETENCIA
               WRITE AULCTL-REG
               CLOSE AULCTL-FILE
           END-IF.

           MOVE SPACES TO AULREL-LINHA.
           WRITE AULREL-LINHA.
           MOVE '* ATRIBUICAO DIFERENTE DAS AULAS VALIDAS NA GRADE'
               TO AULREL-LINHA.
           WRITE AULREL-LINHA.
           MOVE SPACES TO AULREL-LINHA.
           WRITE AULREL-LINHA.
           MOVE WRK-TOT-HORAS TO WRK-TOT-HORAS-ED.
           MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO AULREL-LINHA.
           STRING 'PROFESSORES: ' DELIMITED BY SIZE
               WRK-QTD-PROFESSORES DELIMITED BY SIZE
               '  COM DIVERGENCIA: ' DELIMITED BY SIZE
               WRK-QTD-DIVERGENTES DELIMITED BY SIZE
               '  HORAS: ' DELIMITED BY SIZE
               WRK-TOT-HORAS-ED DELIMITED BY SIZE
               '  VALOR: ' DELIMITED BY SIZE
               WRK-TOT-VALOR-ED DELIMITED BY SIZE
               INTO AULREL-LINHA.
           WRITE AULREL-LINHA.
           MOVE WRK-TOT-FOLHA TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO AULREL-LINHA.
           STRING 'ENVIADOS A FOLHA: ' DELIMITED BY SIZE
               WRK-QTD-FOLHA DELIMITED BY SIZE
               '  VALOR: ' DELIMITED BY SIZE
               WRK-TOT-VALOR-ED DELIMITED BY SIZE
               INTO AULREL-LINHA.
           WRITE AULREL-LINHA.

           CLOSE AULREL-FILE.

           DISPLAY 'PROFESSORES NA CARGA HORARIA: ' WRK-QTD-PROFESSORES
               '  ENVIADOS A FOLHA: ' WRK-QTD-FOLHA.

      **************************************************************
      ** AULAS VALIDAS NA GRADE POR PROFESSOR. SEM GRADE, TODOS
      ** FICAM COM ZERO AULAS NA CONFERENCIA.
      **************************************************************
       8000-CARREGAR-GRADE-VALIDA.

           MOVE 'N'   TO WRK-HOR-FIM-SW.
           MOVE ZEROS TO WRK-TAB-GRD-QTD.

           OPEN INPUT HORARIO-FILE.
           IF WRK-HORARIO-STATUS = '00'
               READ HORARIO-FILE NEXT RECORD
                   AT END SET WRK-HOR-FIM TO TRUE
               END-READ
               PERFORM 8010-CONTAR-AULA-GRADE UNTIL WRK-HOR-FIM
               CLOSE HORARIO-FILE
           END-IF.

       8010-CONTAR-AULA-GRADE.

           IF HOR-VALIDA
               IF WRK-TAB-GRD-QTD = ZEROS
                   PERFORM 8020-INCLUIR-PROF-GRADE
               ELSE
                   SET GRD-IDX TO 1
                   SEARCH TAB-GRD
                       AT END
                           PERFORM 8020-INCLUIR-PROF-GRADE
                       WHEN TAB-GRD-PROFESSOR(GRD-IDX) = HOR-PROFESSOR
                           ADD 1 TO TAB-GRD-AULAS(GRD-IDX)
                   END-SEARCH
               END-IF
           END-IF.

           READ HORARIO-FILE NEXT RECORD
               AT END SET WRK-HOR-FIM TO TRUE
           END-READ.

       8020-INCLUIR-PROF-GRADE.

           IF WRK-TAB-GRD-QTD < 500
               ADD 1 TO WRK-TAB-GRD-QTD
               MOVE HOR-PROFESSOR TO TAB-GRD-PROFESSOR(WRK-TAB-GRD-QTD)
               MOVE 1             TO TAB-GRD-AULAS(WRK-TAB-GRD-QTD)
           END-IF.

      **************************************************************
      ** CONTROLE DE GERACAO (AULCTL): COMPETENCIA DA ULTIMA
      ** AULFOLHA GRAVADA. AUSENTE, NENHUMA FOI GERADA AINDA.
      **************************************************************
       8100-LER-CONTROLE-GERACAO.

           MOVE 'N' TO WRK-JA-GERADA-SW.

           OPEN INPUT AULCTL-FILE.
           IF WRK-AULCTL-STATUS = '35'
               CONTINUE
           ELSE
               READ AULCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUC-COMPETENCIA = WRK-ANOMES-REF
                           SET WRK-JA-GERADA TO TRUE
                       END-IF
               END-READ
               CLOSE AULCTL-FILE
           END-IF.

       COPY CPYATBPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
