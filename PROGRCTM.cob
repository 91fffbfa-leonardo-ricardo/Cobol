       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRCTM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: REGISTRO DA RECERTIFICACAO DE ACESSOS PELO
      **    GESTOR (NIVEL ADM OU SUPERVISOR, AUTENTICADO CONTRA O
      **    CADASTRO USUARIO COMO NAS DEMAIS MANUTENCOES
      **    SENSIVEIS). A PARTIR DO RELATORIO DO PROGRCTB, O GESTOR
      **    CONFIRMA OU REVOGA O ACESSO DE CADA USUARIO A UM
      **    PROGRAMA OU A CONTA INTEIRA (PROGRAMA EM BRANCO). A
      **    DECISAO VAI PARA O ARQUIVO RECERTIF (VER CPYRCT*) E
      **    PARA A TRILHA DE AUDITORIA; A REVOGACAO SO E APLICADA NA
      **    RODADA SEGUINTE DO PROGRCTB. O GESTOR NAO RECERTIFICA O
      **    PROPRIO ACESSO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRCTSL.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYRCTFD.
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-RECERTIF-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO              VALUE 'S'.
       77  WRK-ALVO-OK-SW         PIC X(01) VALUE 'N'.
           88  WRK-ALVO-OK                  VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-GESTOR             PIC X(20) VALUE SPACES.
       77  WRK-GESTOR-NIVEL       PIC 9(06) VALUE ZEROS.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DECISOES       PIC 9(04) VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-USUARIO    PIC X(20) VALUE SPACES.
           05  WRK-INF-PROGRAMA   PIC X(09) VALUE SPACES.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

           PERFORM 8600-AUTENTICAR-GESTOR.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           ELSE
               OPEN EXTEND RECERTIF-FILE
               IF WRK-RECERTIF-STATUS = '05' OR '35'
                   CLOSE RECERTIF-FILE
                   OPEN OUTPUT RECERTIF-FILE
               END-IF
               IF WRK-RECERTIF-STATUS NOT = '00'
                   MOVE 'PROGRCTM'             TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'     TO ABL-PARAGRAFO
                   MOVE WRK-RECERTIF-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O ARQUIVO DE RECERTIFICACAO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
                   MOVE 'N' TO WRK-AUTENTICADO-SW
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'DECISAO (C=CONFIRMAR R=REVOGAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'C'
                   PERFORM 0210-REGISTRAR-DECISAO
               WHEN 'R'
                   PERFORM 0210-REGISTRAR-DECISAO
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** UMA DECISAO: USUARIO ALVO CADASTRADO, DIFERENTE DO GESTOR;
      ** PROGRAMA EM BRANCO VALE PARA A CONTA INTEIRA.
      **************************************************************
       0210-REGISTRAR-DECISAO.

           DISPLAY 'USUARIO ALVO..'.
           ACCEPT WRK-INF-USUARIO FROM CONSOLE.
           DISPLAY 'PROGRAMA (EX: PROGEMPM; EM BRANCO = CONTA '
               'INTEIRA)..'.
           ACCEPT WRK-INF-PROGRAMA FROM CONSOLE.

           PERFORM 8300-VALIDAR-USUARIO-ALVO.

           EVALUATE TRUE
               WHEN NOT WRK-ALVO-OK
                   CONTINUE
               WHEN WRK-INF-USUARIO = WRK-GESTOR
                   DISPLAY 'O GESTOR NAO RECERTIFICA O PROPRIO '
                       'ACESSO.'
                   MOVE WRK-GESTOR       TO AUD-USUARIO
                   MOVE WRK-GESTOR-NIVEL TO AUD-NIVEL
                   MOVE 'RECERT - AUTORRECERT RECUSADA'
                       TO AUD-RESULTADO
                   PERFORM 9200-GRAVAR-AUDITORIA
               WHEN OTHER
                   MOVE WRK-INF-USUARIO  TO RCT-USUARIO
                   MOVE WRK-INF-PROGRAMA TO RCT-PROGRAMA
                   MOVE WRK-OPERACAO     TO RCT-DECISAO
                   MOVE WRK-GESTOR       TO RCT-GESTOR
                   MOVE WRK-DATAHOJE     TO RCT-DATA
                   MOVE 'N'              TO RCT-APLICADA
                   MOVE ZEROS            TO RCT-DATA-APLICACAO
                   WRITE RECERTIF-REG
                   ADD 1 TO WRK-QTD-DECISOES
                   PERFORM 9400-AUDITAR-DECISAO
                   IF RCT-REVOGA
                       DISPLAY 'REVOGACAO REGISTRADA - SERA APLICADA '
                           'NA PROXIMA RECERTIFICACAO.'
                   ELSE
                       DISPLAY 'CONFIRMACAO REGISTRADA.'
                   END-IF
           END-EVALUATE.

       0300-FINALIZAR.

           IF WRK-AUTENTICADO
               CLOSE RECERTIF-FILE
               DISPLAY 'DECISOES REGISTRADAS: ' WRK-QTD-DECISOES
           END-IF.
           CLOSE AUDITORIA-FILE.

      **************************************************************
      ** AUTENTICACAO DO GESTOR: SENHA E NIVEL ADM OU SUPERVISOR,
      ** COM AS RECUSAS NA TRILHA DE AUDITORIA.
      **************************************************************
       8600-AUTENTICAR-GESTOR.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'GESTOR..'
               ACCEPT WRK-GESTOR FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-GESTOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-GESTOR TO AUD-USUARIO
                       MOVE ZEROS      TO AUD-NIVEL
                       MOVE 'RECERT - USUARIO DESCONHECIDO'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-GESTOR TO AUD-USUARIO
                               MOVE USU-NIVEL  TO AUD-NIVEL
                               MOVE 'RECERT - FALHA DE SENHA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN USU-NIVEL NOT = 01 AND NOT = 03
                               DISPLAY 'SO ADMINISTRADOR OU '
                                   'SUPERVISOR RECERTIFICA ACESSOS.'
                               MOVE WRK-GESTOR TO AUD-USUARIO
                               MOVE USU-NIVEL  TO AUD-NIVEL
                               MOVE 'RECERT - NIVEL SEM ALCADA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-GESTOR-NIVEL
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

      **************************************************************
      ** O USUARIO ALVO DEVE EXISTIR NO CADASTRO.
      **************************************************************
       8300-VALIDAR-USUARIO-ALVO.

           MOVE 'N' TO WRK-ALVO-OK-SW.
           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS = '00'
               MOVE WRK-INF-USUARIO TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO ALVO NAO CADASTRADO.'
                   NOT INVALID KEY
                       SET WRK-ALVO-OK TO TRUE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

       9400-AUDITAR-DECISAO.

           MOVE WRK-GESTOR       TO AUD-USUARIO.
           MOVE WRK-GESTOR-NIVEL TO AUD-NIVEL.
           MOVE SPACES           TO AUD-RESULTADO.
           STRING 'RECERT ' DELIMITED BY SIZE
               RCT-DECISAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RCT-USUARIO DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               RCT-PROGRAMA DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.

       COPY CPYAUDPR.
       COPY CPYABLPR.
