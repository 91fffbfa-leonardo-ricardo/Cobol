       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREMM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: LIBERACAO, POR SUPERVISOR, DA REMATRICULA RETIDA
      **    POR PENDENCIA FINANCEIRA. A REMATRICULA (PROGREMB) DEIXA
      **    'F' (PENDENTE FINANCEIRO) O ALUNO CUJO RESPONSAVEL TEM
      **    MENSALIDADE VENCIDA; QUANDO A ESCOLA DECIDE RENOVAR
      **    ASSIM MESMO (ACORDO VERBAL, BOLSA EM ANALISE ETC.), UM
      **    USUARIO AUTENTICADO COM ALCADA (ADM OU SUPERVISOR)
      **    INFORMA A MATRICULA E O MOTIVO:
      **    - A LIBERACAO VAI PARA O REMALIB (MATRICULA, ANO LETIVO
      **      QUE FECHA, SUPERVISOR, DATA, HORA E MOTIVO), LIDO PELA
      **      PROXIMA RODADA DO PROGREMB, QUE RENOVA O ALUNO APESAR
      **      DO DEBITO;
      **    - A LIBERACAO E AS RECUSAS DE ACESSO VAO PARA A TRILHA
      **      DE AUDITORIA.
      **    SO MATRICULA PENDENTE FINANCEIRO PODE SER LIBERADA, E O
      **    MOTIVO E OBRIGATORIO.
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
           COPY CPYRLBSL.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYMATFD.
       COPY CPYRLBFD.
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REMALIB-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO              VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS         VALUE 'S'.
       77  WRK-SUPERVISOR         PIC X(20) VALUE SPACES.
       77  WRK-NIVEL-SUPERVISOR   PIC 9(06) VALUE ZEROS.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-MATRICULA-BUSCA    PIC 9(06) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(40) VALUE SPACES.
       77  WRK-QTD-LIBERADAS      PIC 9(03) VALUE ZEROS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

           PERFORM 8600-AUTENTICAR-SUPERVISOR.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT MATRALUN-FILE
               IF WRK-MATRALUN-STATUS NOT = '00'
                   MOVE 'PROGREMM'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-MATRALUN-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE MATRICULAS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'CADASTRO DE MATRICULAS INDISPONIVEL.'
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   OPEN EXTEND REMALIB-FILE
                   IF WRK-REMALIB-STATUS = '05' OR '35'
                       CLOSE REMALIB-FILE
                       OPEN OUTPUT REMALIB-FILE
                   END-IF
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'MATRICULA A LIBERAR (0 = ENCERRAR)..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.

           IF WRK-MATRICULA-BUSCA = ZEROS
               SET WRK-FIM TO TRUE
           ELSE
               PERFORM 0210-LIBERAR-MATRICULA
           END-IF.

       0210-LIBERAR-MATRICULA.

           MOVE WRK-MATRICULA-BUSCA TO MAT-MATRICULA.
           READ MATRALUN-FILE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               NOT INVALID KEY
                   IF MAT-PENDENTE-FINANCEIRO
                       PERFORM 0220-GRAVAR-LIBERACAO
                   ELSE
                       DISPLAY 'MATRICULA NAO ESTA PENDENTE '
                           'FINANCEIRO - NADA A LIBERAR.'
                   END-IF
           END-READ.

      **************************************************************
      ** LIBERACAO: VALE PARA A VIRADA DO ANO LETIVO EM QUE O ALUNO
      ** FICOU RETIDO (MAT-ANO-LETIVO), COM MOTIVO OBRIGATORIO, E
      ** VAI TAMBEM PARA A TRILHA DE AUDITORIA.
      **************************************************************
       0220-GRAVAR-LIBERACAO.

           DISPLAY 'ALUNO: ' MAT-NOME ' TURMA: ' MAT-TURMA
               ' ANO: ' MAT-ANO-LETIVO.
           DISPLAY 'CPF DO RESPONSAVEL: ' MAT-CPF-RESPONSAVEL.
           DISPLAY 'MOTIVO DA LIBERACAO..'.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.

           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - NADA FOI GRAVADO.'
           ELSE
               MOVE MAT-MATRICULA  TO RLB-MATRICULA
               MOVE MAT-ANO-LETIVO TO RLB-ANO-LETIVO
               MOVE WRK-SUPERVISOR TO RLB-USUARIO
               ACCEPT RLB-DATA FROM DATE YYYYMMDD
               ACCEPT RLB-HORA FROM TIME
               MOVE WRK-MOTIVO     TO RLB-MOTIVO
               WRITE REMALIB-REG

               MOVE WRK-SUPERVISOR       TO AUD-USUARIO
               MOVE WRK-NIVEL-SUPERVISOR TO AUD-NIVEL
               MOVE SPACES               TO AUD-RESULTADO
               STRING 'REMATRICULA LIBERADA ' DELIMITED BY SIZE
                   MAT-MATRICULA DELIMITED BY SIZE
                   INTO AUD-RESULTADO
               PERFORM 9200-GRAVAR-AUDITORIA

               ADD 1 TO WRK-QTD-LIBERADAS
               DISPLAY 'LIBERACAO GRAVADA - A PROXIMA RODADA DA '
                   'REMATRICULA RENOVA O ALUNO.'
           END-IF.

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               CLOSE REMALIB-FILE
               CLOSE MATRALUN-FILE
           END-IF.
           CLOSE AUDITORIA-FILE.

           DISPLAY 'LIBERACOES GRAVADAS: ' WRK-QTD-LIBERADAS.

      **************************************************************
      ** AUTENTICACAO DO SUPERVISOR: SENHA E ALCADA (ADM OU
      ** SUPERVISOR), COM AS RECUSAS NA TRILHA DE AUDITORIA, COMO
      ** NA APROVACAO DE QUATRO OLHOS (PROGAPRV).
      **************************************************************
       8600-AUTENTICAR-SUPERVISOR.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'SUPERVISOR..'
               ACCEPT WRK-SUPERVISOR FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-SUPERVISOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-SUPERVISOR TO AUD-USUARIO
                       MOVE ZEROS          TO AUD-NIVEL
                       MOVE 'REMATRICULA - USUARIO DESCONH.'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-SUPERVISOR TO AUD-USUARIO
                               MOVE USU-NIVEL      TO AUD-NIVEL
                               MOVE 'REMATRICULA - FALHA DE SENHA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN USU-NIVEL NOT = 01 AND NOT = 03
                               DISPLAY 'NIVEL SEM ALCADA DE '
                                   'LIBERACAO.'
                               MOVE WRK-SUPERVISOR TO AUD-USUARIO
                               MOVE USU-NIVEL      TO AUD-NIVEL
                               MOVE 'REMATRICULA - NIVEL SEM ALCADA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-NIVEL-SUPERVISOR
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

       COPY CPYAUDPR.
       COPY CPYABLPR.
