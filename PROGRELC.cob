       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELC.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: CONSULTA E REIMPRESSAO DO ARQUIVO DATADO DE
      **    RELATORIOS (CATALOGO RELCATLG E LINHAS NO RELARQ,
      **    GRAVADOS PELO PROGRELB NO ENCERRAMENTO DE CADA JANELA).
      **    O USUARIO (NIVEL ADM, SUPERVISOR OU AUDITOR, AUTENTICADO
      **    CONTRA O CADASTRO USUARIO) LISTA OS RELATORIOS
      **    ARQUIVADOS DE UM NOME, EM TODAS AS DATAS OU EM UMA, E
      **    REIMPRIME UM DELES POR NOME E DATA (SEQUENCIA DO LOTE
      **    ZERO = A ULTIMA DA DATA) NO ARQUIVO REIMPREL. TODA
      **    REIMPRESSAO VAI PARA A TRILHA DE AUDITORIA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - RELATORIO ARQUIVADO COM DADOS PESSOAIS
      **               COMPLETOS SO E REIMPRESSO PARA QUEM TEM ALCADA
      **               PARA ELES NO PROGRAMA DE ORIGEM (PROGMASC).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRCGSL.
           COPY CPYRARSL.
           SELECT REIMPREL-FILE ASSIGN TO "REIMPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REIMPREL-STATUS.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYRCGFD.
       COPY CPYRARFD.

       FD  REIMPREL-FILE.
       01  REIMPREL-LINHA         PIC X(132).
       COPY CPYUSUFD.
       COPY CPYAUDFD.

       WORKING-STORAGE SECTION.
       77  WRK-RELCATLG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RELARQ-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-REIMPREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM                    VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO              VALUE 'S'.
       77  WRK-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                    VALUE 'S'.
       77  WRK-LIBERADO-SW        PIC X(01) VALUE 'N'.
           88  WRK-LIBERADO                 VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-USUARIO            PIC X(20) VALUE SPACES.
       77  WRK-USUARIO-NIVEL      PIC 9(06) VALUE ZEROS.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-LISTADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LINHAS         PIC 9(07) VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-RELATORIO  PIC X(09) VALUE SPACES.
           05  WRK-INF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-INF-SEQUENCIA  PIC 9(05) VALUE ZEROS.
      **************************************************************
      ** RELATORIO ESCOLHIDO NO CATALOGO PARA A REIMPRESSAO.
      **************************************************************
       01  WRK-ESCOLHIDO.
           05  WRK-ESC-RELATORIO  PIC X(09) VALUE SPACES.
           05  WRK-ESC-PROGRAMA   PIC X(09) VALUE SPACES.
           05  WRK-ESC-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-ESC-FILIAL     PIC 9(02) VALUE ZEROS.
           05  WRK-ESC-SEQUENCIA  PIC 9(05) VALUE ZEROS.
           05  WRK-ESC-PAGINAS    PIC 9(05) VALUE ZEROS.
           05  WRK-ESC-LINHAS     PIC 9(07) VALUE ZEROS.
           05  WRK-ESC-MODO       PIC X(01) VALUE SPACES.
               88  WRK-ESC-MASCARADO          VALUE 'M'.
       01  WRK-LINHA-CATALOGO.
           05  WRK-LCT-RELATORIO  PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LCT-PROGRAMA   PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LCT-DATA       PIC 9(08).
           05  FILLER             PIC X(04) VALUE ' FL '.
           05  WRK-LCT-FILIAL     PIC 9(02).
           05  FILLER             PIC X(06) VALUE ' LOTE '.
           05  WRK-LCT-SEQUENCIA  PIC 9(05).
           05  FILLER             PIC X(06) VALUE ' PAGS '.
           05  WRK-LCT-PAGINAS    PIC ZZZZ9.
           05  FILLER             PIC X(08) VALUE ' LINHAS '.
           05  WRK-LCT-LINHAS     PIC ZZZZZZ9.
       COPY CPYMSKWS.
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

           PERFORM 8600-AUTENTICAR-USUARIO.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (L=LISTAR R=REIMPRIMIR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'L'
                   PERFORM 0210-LISTAR-CATALOGO
               WHEN 'R'
                   PERFORM 0220-REIMPRIMIR-RELATORIO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** LISTA DO CATALOGO: TODAS AS DATAS DE UM RELATORIO OU SO A
      ** DATA INFORMADA.
      **************************************************************
       0210-LISTAR-CATALOGO.

           DISPLAY 'RELATORIO (EX: FOLHAREL)..'.
           ACCEPT WRK-INF-RELATORIO FROM CONSOLE.
           DISPLAY 'DATA AAAAMMDD (ZERO = TODAS)..'.
           ACCEPT WRK-INF-DATA FROM CONSOLE.

           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT RELCATLG-FILE.
           IF WRK-RELCATLG-STATUS NOT = '00'
               DISPLAY 'CATALOGO DE RELATORIOS VAZIO.'
           ELSE
               DISPLAY 'RELATORIO PROGRAMA  DATA'
               READ RELCATLG-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0211-LISTAR-ENTRADA UNTIL WRK-AUX-FIM
               CLOSE RELCATLG-FILE
               DISPLAY 'RELATORIOS ARQUIVADOS: ' WRK-QTD-LISTADOS
           END-IF.

       0211-LISTAR-ENTRADA.

           IF RCG-RELATORIO = WRK-INF-RELATORIO
               AND (WRK-INF-DATA = ZEROS OR RCG-DATA = WRK-INF-DATA)
               MOVE RCG-RELATORIO TO WRK-LCT-RELATORIO
               MOVE RCG-PROGRAMA  TO WRK-LCT-PROGRAMA
               MOVE RCG-DATA      TO WRK-LCT-DATA
               MOVE RCG-FILIAL    TO WRK-LCT-FILIAL
               MOVE RCG-SEQUENCIA TO WRK-LCT-SEQUENCIA
               MOVE RCG-PAGINAS   TO WRK-LCT-PAGINAS
               MOVE RCG-LINHAS    TO WRK-LCT-LINHAS
               DISPLAY WRK-LINHA-CATALOGO
               ADD 1 TO WRK-QTD-LISTADOS
           END-IF.
           READ RELCATLG-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** REIMPRESSAO POR NOME E DATA: COM SEQUENCIA ZERO VALE A
      ** ULTIMA JANELA DA DATA. O RELATORIO SAI NO REIMPREL COM UMA
      ** LINHA DE IDENTIFICACAO E AS LINHAS ORIGINAIS NA ORDEM.
      **************************************************************
       0220-REIMPRIMIR-RELATORIO.

           DISPLAY 'RELATORIO (EX: FOLHAREL)..'.
           ACCEPT WRK-INF-RELATORIO FROM CONSOLE.
           DISPLAY 'DATA AAAAMMDD..'.
           ACCEPT WRK-INF-DATA FROM CONSOLE.
           DISPLAY 'SEQUENCIA DO LOTE (ZERO = ULTIMA DA DATA)..'.
           ACCEPT WRK-INF-SEQUENCIA FROM CONSOLE.

           PERFORM 8100-LOCALIZAR-NO-CATALOGO.

           IF NOT WRK-ACHOU
               DISPLAY 'RELATORIO NAO ENCONTRADO NO CATALOGO.'
           ELSE
               PERFORM 0225-CONFERIR-ALCADA
               IF WRK-LIBERADO
                   PERFORM 0230-GRAVAR-REIMPRESSAO
               END-IF
           END-IF.

      **************************************************************
      ** RELATORIO ARQUIVADO COM DADOS PESSOAIS COMPLETOS (OU DE
      ** ANTES DO REGISTRO DO MODO NO CATALOGO) SO E REIMPRESSO SE O
      ** SOLICITANTE RECEBERIA O PROGRAMA DE ORIGEM COMPLETO: MESMA
      ** REGRA DO PROGMASC, QUE REGISTRA OS DADOS COMPLETOS NA
      ** TRILHA. O ARQUIVADO JA MASCARADO SAI SEM CONSULTA.
      **************************************************************
       0225-CONFERIR-ALCADA.

           SET WRK-LIBERADO TO TRUE.
           IF NOT WRK-ESC-MASCARADO
               MOVE 'MO'             TO MSK-FUNCAO
               MOVE WRK-USUARIO      TO MSK-USUARIO
               MOVE WRK-ESC-PROGRAMA TO MSK-PROGRAMA
               CLOSE AUDITORIA-FILE
               CALL 'PROGMASC' USING WRK-MSK-AREA
               OPEN EXTEND AUDITORIA-FILE
               IF NOT MSK-COMPLETO
                   MOVE 'N' TO WRK-LIBERADO-SW
                   DISPLAY 'RELATORIO COM DADOS PESSOAIS - SEM ALCADA '
                       'PARA DADOS COMPLETOS.'
                   MOVE WRK-USUARIO       TO AUD-USUARIO
                   MOVE WRK-USUARIO-NIVEL TO AUD-NIVEL
                   MOVE 'REIMP - DADOS COMPLETOS NEGADO'
                       TO AUD-RESULTADO
                   PERFORM 9200-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       0230-GRAVAR-REIMPRESSAO.

           MOVE ZEROS TO WRK-QTD-LINHAS.
           OPEN OUTPUT REIMPREL-FILE.
           MOVE SPACES TO REIMPREL-LINHA.
           STRING 'REIMPRESSAO DE ' DELIMITED BY SIZE
               WRK-ESC-RELATORIO DELIMITED BY SPACE
               ' (' DELIMITED BY SIZE
               WRK-ESC-PROGRAMA DELIMITED BY SPACE
               ') DATA ' DELIMITED BY SIZE
               WRK-ESC-DATA DELIMITED BY SIZE
               ' LOTE ' DELIMITED BY SIZE
               WRK-ESC-SEQUENCIA DELIMITED BY SIZE
               ' - SOLICITADA POR ' DELIMITED BY SIZE
               WRK-USUARIO DELIMITED BY SPACE
               ' EM ' DELIMITED BY SIZE
               WRK-DATAHOJE DELIMITED BY SIZE
               INTO REIMPREL-LINHA.
           WRITE REIMPREL-LINHA.
           MOVE SPACES TO REIMPREL-LINHA.
           WRITE REIMPREL-LINHA.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT RELARQ-FILE.
           IF WRK-RELARQ-STATUS = '00'
               READ RELARQ-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0231-COPIAR-LINHA UNTIL WRK-AUX-FIM
               CLOSE RELARQ-FILE
           END-IF.
           CLOSE REIMPREL-FILE.

           IF WRK-QTD-LINHAS NOT = WRK-ESC-LINHAS
               DISPLAY 'ATENCAO: ' WRK-QTD-LINHAS ' LINHA(S) NO '
                   'ARQUIVO, ' WRK-ESC-LINHAS ' NO CATALOGO.'
           END-IF.
           DISPLAY 'REIMPRESSO NO REIMPREL: ' WRK-ESC-RELATORIO
               ' DE ' WRK-ESC-DATA ' LOTE ' WRK-ESC-SEQUENCIA
               ' - ' WRK-QTD-LINHAS ' LINHA(S).'.

           MOVE WRK-USUARIO       TO AUD-USUARIO.
           MOVE WRK-USUARIO-NIVEL TO AUD-NIVEL.
           MOVE SPACES            TO AUD-RESULTADO.
           STRING 'REIMP ' DELIMITED BY SIZE
               WRK-ESC-RELATORIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-ESC-DATA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-ESC-SEQUENCIA DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.

       0231-COPIAR-LINHA.

           IF RAR-RELATORIO = WRK-ESC-RELATORIO
               AND RAR-DATA = WRK-ESC-DATA
               AND RAR-SEQUENCIA = WRK-ESC-SEQUENCIA
               WRITE REIMPREL-LINHA FROM RAR-TEXTO
               ADD 1 TO WRK-QTD-LINHAS
           END-IF.
           READ RELARQ-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       0300-FINALIZAR.

           CLOSE AUDITORIA-FILE.

      **************************************************************
      ** ENTRADA DO CATALOGO PARA NOME + DATA (+ SEQUENCIA, QUANDO
      ** INFORMADA); SEM SEQUENCIA FICA A MAIOR DA DATA.
      **************************************************************
       8100-LOCALIZAR-NO-CATALOGO.

           MOVE 'N' TO WRK-ACHOU-SW.
           INITIALIZE WRK-ESCOLHIDO.
           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT RELCATLG-FILE.
           IF WRK-RELCATLG-STATUS = '00'
               READ RELCATLG-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8110-CONFERIR-ENTRADA UNTIL WRK-AUX-FIM
               CLOSE RELCATLG-FILE
           END-IF.

       8110-CONFERIR-ENTRADA.

           IF RCG-RELATORIO = WRK-INF-RELATORIO
               AND RCG-DATA = WRK-INF-DATA
               AND (RCG-SEQUENCIA = WRK-INF-SEQUENCIA
                   OR (WRK-INF-SEQUENCIA = ZEROS
                       AND RCG-SEQUENCIA >= WRK-ESC-SEQUENCIA))
               SET WRK-ACHOU TO TRUE
               MOVE RCG-RELATORIO TO WRK-ESC-RELATORIO
               MOVE RCG-PROGRAMA  TO WRK-ESC-PROGRAMA
               MOVE RCG-DATA      TO WRK-ESC-DATA
               MOVE RCG-FILIAL    TO WRK-ESC-FILIAL
               MOVE RCG-SEQUENCIA TO WRK-ESC-SEQUENCIA
               MOVE RCG-PAGINAS   TO WRK-ESC-PAGINAS
               MOVE RCG-LINHAS    TO WRK-ESC-LINHAS
               MOVE RCG-MODO      TO WRK-ESC-MODO
           END-IF.
           READ RELCATLG-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** AUTENTICACAO: SENHA E NIVEL ADM, SUPERVISOR OU AUDITOR, COM
      ** AS RECUSAS NA TRILHA DE AUDITORIA.
      **************************************************************
       8600-AUTENTICAR-USUARIO.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'USUARIO..'
               ACCEPT WRK-USUARIO FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-USUARIO TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-USUARIO TO AUD-USUARIO
                       MOVE ZEROS       TO AUD-NIVEL
                       MOVE 'REIMP - USUARIO DESCONHECIDO'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-USUARIO TO AUD-USUARIO
                               MOVE USU-NIVEL   TO AUD-NIVEL
                               MOVE 'REIMP - FALHA DE SENHA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN USU-NIVEL NOT = 01 AND NOT = 03
                               AND NOT = 04
                               DISPLAY 'SO ADMINISTRADOR, SUPERVISOR '
                                   'OU AUDITOR REIMPRIME RELATORIOS.'
                               MOVE WRK-USUARIO TO AUD-USUARIO
                               MOVE USU-NIVEL   TO AUD-NIVEL
                               MOVE 'REIMP - NIVEL SEM ALCADA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-USUARIO-NIVEL
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

       COPY CPYAUDPR.
