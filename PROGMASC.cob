       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMASC.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: SUBPROGRAMA DE MASCARAMENTO DE DADOS PESSOAIS
      **    (CPF, RG E DADOS BANCARIOS) DOS RELATORIOS E EXTRATOS
      **    DA SUITE, QUE SAEM EM IMPRESSORA COMPARTILHADA E EM
      **    E-MAIL. DECIDE, UMA VEZ POR EXECUCAO DO CHAMADOR, SE O
      **    USUARIO QUE O EXECUTA VE OS DADOS COMPLETOS: O REGISTRO
      **    USUARIO X PROGRAMA DA MATRIZ DE AUTORIZACAO (AUTORIZA,
      **    VER CPYATZ*) NEGADO MASCARA SEMPRE; PERMITIDO LIBERA
      **    ADM, SUPERVISOR E AUDITOR; SEM REGISTRO, SO ADM E
      **    AUDITOR. USER, USUARIO BLOQUEADO, NAO CADASTRADO OU NAO
      **    IDENTIFICADO SEMPRE RECEBE OS DADOS MASCARADOS. TODA
      **    SAIDA COM DADOS COMPLETOS VAI PARA A TRILHA DE
      **    AUDITORIA. INTERFACE: CALL 'PROGMASC' USING WRK-MSK-AREA
      **    (VER CPYMSKWS).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - FUNCAO 'CO' (CONSULTA DO MODO SEM TRILHA),
      **               PARA O CATALOGO DO ARQUIVO DE RELATORIOS.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYUSUSL.
           COPY CPYATZSL.
           COPY CPYAUDSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYUSUFD.
       COPY CPYATZFD.
       COPY CPYAUDFD.
       WORKING-STORAGE SECTION.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-SESSAO-USUARIO     PIC X(20) VALUE SPACES.
       77  WRK-USUARIO-EFETIVO    PIC X(20) VALUE SPACES.
       77  WRK-NIVEL              PIC 9(06) VALUE ZEROS.
           88  WRK-NIVEL-ADM                  VALUE 01.
           88  WRK-NIVEL-USER                 VALUE 02.
           88  WRK-NIVEL-SUPERVISOR           VALUE 03.
           88  WRK-NIVEL-AUDITOR              VALUE 04.
       77  WRK-USUARIO-OK-SW      PIC X(01) VALUE 'N'.
           88  WRK-USUARIO-OK                 VALUE 'S'.
       77  WRK-ATZ-CARREGADA-SW   PIC X(01) VALUE 'N'.
           88  WRK-ATZ-CARREGADA              VALUE 'S'.
       77  WRK-POS                PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-SIGNIF         PIC 9(02) VALUE ZEROS.
       77  WRK-ORDEM-SIGNIF       PIC 9(02) VALUE ZEROS.
       77  WRK-VISIVEIS           PIC 9(02) VALUE 3.
       77  WRK-CARACTER           PIC X(01) VALUE SPACE.
           88  WRK-CARACTER-SIGNIF            VALUE '0' THRU '9'
                                                    'A' THRU 'Z'.
       01  WRK-CPF-NUM            PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-R REDEFINES WRK-CPF-NUM.
           05  WRK-CPF-1          PIC 9(03).
           05  WRK-CPF-2          PIC 9(03).
           05  WRK-CPF-3          PIC 9(03).
           05  WRK-CPF-DV         PIC 9(02).
       COPY CPYATZTB.
       LINKAGE SECTION.
       COPY CPYMSKWS.
       PROCEDURE DIVISION USING WRK-MSK-AREA.
       0001-PRINCIPAL.

           MOVE '00' TO MSK-RETORNO.
           EVALUATE TRUE
               WHEN MSK-FN-SESSAO
                   MOVE MSK-USUARIO TO WRK-SESSAO-USUARIO
               WHEN MSK-FN-DEFINIR-MODO
                   PERFORM 1000-DEFINIR-MODO
                   IF MSK-COMPLETO
                       PERFORM 9300-AUDITAR-DADOS-COMPLETOS
                   END-IF
               WHEN MSK-FN-CONSULTAR-MODO
                   PERFORM 1000-DEFINIR-MODO
               WHEN MSK-FN-CPF
                   PERFORM 2000-FORMATAR-CPF
               WHEN MSK-FN-DOCUMENTO
                   PERFORM 3000-FORMATAR-DOCUMENTO
               WHEN OTHER
                   MOVE 'FI' TO MSK-RETORNO
           END-EVALUATE.

           GOBACK.

      **************************************************************
      ** MODO DE IMPRESSAO DO CHAMADOR. O USUARIO DA SESSAO (MENU)
      ** PREVALECE; FORA DO MENU VALE O INFORMADO PELO CHAMADOR.
      ** NA DUVIDA (CADASTRO INDISPONIVEL, USUARIO DESCONHECIDO OU
      ** BLOQUEADO) O DADO SAI MASCARADO.
      **************************************************************
       1000-DEFINIR-MODO.

           MOVE 'M' TO MSK-MODO.
           IF WRK-SESSAO-USUARIO NOT = SPACES
               MOVE WRK-SESSAO-USUARIO TO WRK-USUARIO-EFETIVO
           ELSE
               MOVE MSK-USUARIO        TO WRK-USUARIO-EFETIVO
           END-IF.
           MOVE WRK-USUARIO-EFETIVO TO MSK-USUARIO.

           IF WRK-USUARIO-EFETIVO NOT = SPACES
               PERFORM 8100-BUSCAR-USUARIO
           END-IF.

           IF WRK-USUARIO-OK
               IF NOT WRK-ATZ-CARREGADA
                   PERFORM 7750-CARREGAR-AUTORIZACOES
                   SET WRK-ATZ-CARREGADA TO TRUE
               END-IF
               MOVE WRK-USUARIO-EFETIVO TO WRK-ATZ-USUARIO
               MOVE MSK-PROGRAMA        TO WRK-ATZ-PROGRAMA
               PERFORM 7760-CONFERIR-AUTORIZACAO
               EVALUATE TRUE
                   WHEN WRK-ATZ-NEGADO
                       CONTINUE
                   WHEN WRK-ATZ-PERMITIDO
                       IF WRK-NIVEL-ADM OR WRK-NIVEL-SUPERVISOR
                           OR WRK-NIVEL-AUDITOR
                           MOVE 'C' TO MSK-MODO
                       END-IF
                   WHEN OTHER
                       IF WRK-NIVEL-ADM OR WRK-NIVEL-AUDITOR
                           MOVE 'C' TO MSK-MODO
                       END-IF
               END-EVALUATE
           END-IF.

       2000-FORMATAR-CPF.

           MOVE MSK-CPF TO WRK-CPF-NUM.
           MOVE SPACES TO MSK-SAIDA.
           IF MSK-COMPLETO
               STRING WRK-CPF-1 DELIMITED BY SIZE
                   '.'          DELIMITED BY SIZE
                   WRK-CPF-2    DELIMITED BY SIZE
                   '.'          DELIMITED BY SIZE
                   WRK-CPF-3    DELIMITED BY SIZE
                   '-'          DELIMITED BY SIZE
                   WRK-CPF-DV   DELIMITED BY SIZE
                   INTO MSK-SAIDA
           ELSE
               STRING '***.'    DELIMITED BY SIZE
                   WRK-CPF-2    DELIMITED BY SIZE
                   '.'          DELIMITED BY SIZE
                   WRK-CPF-3    DELIMITED BY SIZE
                   '-**'        DELIMITED BY SIZE
                   INTO MSK-SAIDA
           END-IF.

      **************************************************************
      ** DOCUMENTO JA EDITADO PELO CHAMADOR: CONTA OS DIGITOS E
      ** LETRAS E TROCA POR '*' TODOS MENOS OS ULTIMOS VISIVEIS.
      **************************************************************
       3000-FORMATAR-DOCUMENTO.

           MOVE MSK-ENTRADA TO MSK-SAIDA.
           IF NOT MSK-COMPLETO
               MOVE ZEROS TO WRK-QTD-SIGNIF
               PERFORM 3010-CONTAR-SIGNIFICATIVO
                   VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 20
               MOVE ZEROS TO WRK-ORDEM-SIGNIF
               PERFORM 3020-MASCARAR-POSICAO
                   VARYING WRK-POS FROM 1 BY 1 UNTIL WRK-POS > 20
           END-IF.

       3010-CONTAR-SIGNIFICATIVO.

           MOVE MSK-SAIDA(WRK-POS:1) TO WRK-CARACTER.
           IF WRK-CARACTER-SIGNIF
               ADD 1 TO WRK-QTD-SIGNIF
           END-IF.

       3020-MASCARAR-POSICAO.

           MOVE MSK-SAIDA(WRK-POS:1) TO WRK-CARACTER.
           IF WRK-CARACTER-SIGNIF
               ADD 1 TO WRK-ORDEM-SIGNIF
               IF WRK-ORDEM-SIGNIF + WRK-VISIVEIS <= WRK-QTD-SIGNIF
                   MOVE '*' TO MSK-SAIDA(WRK-POS:1)
               END-IF
           END-IF.

      **************************************************************
      ** NIVEL DO USUARIO NO CADASTRO; BLOQUEADO NAO E CONSIDERADO.
      **************************************************************
       8100-BUSCAR-USUARIO.

           MOVE 'N'   TO WRK-USUARIO-OK-SW.
           MOVE ZEROS TO WRK-NIVEL.
           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS = '00'
               MOVE WRK-USUARIO-EFETIVO TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USU-BLOQUEADO NOT = 'S'
                           MOVE USU-NIVEL TO WRK-NIVEL
                           SET WRK-USUARIO-OK TO TRUE
                       END-IF
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

      **************************************************************
      ** SAIDA COM DADOS COMPLETOS: USUARIO, NIVEL E PROGRAMA NA
      ** TRILHA DE AUDITORIA (ABERTA E FECHADA A CADA REGISTRO,
      ** POIS O CHAMADOR PODE JA TE-LA ABERTA).
      **************************************************************
       9300-AUDITAR-DADOS-COMPLETOS.

           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE WRK-USUARIO-EFETIVO TO AUD-USUARIO.
           MOVE WRK-NIVEL           TO AUD-NIVEL.
           MOVE SPACES TO AUD-RESULTADO.
           STRING 'DADOS COMPLETOS - ' DELIMITED BY SIZE
               MSK-PROGRAMA DELIMITED BY SPACE
               INTO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.
           CLOSE AUDITORIA-FILE.

       COPY CPYATZPR.
       COPY CPYAUDPR.
