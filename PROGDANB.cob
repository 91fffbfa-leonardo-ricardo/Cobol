       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDANB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: DECLARACAO ANUAL DE EMPREGADOS PARA O GOVERNO
      **    (DECANUAL), EM LAYOUT DE TAMANHO FIXO COM HEADER,
      **    DETALHES E TRAILER. CONSOLIDA O ANO-BASE INFORMADO PELA
      **    OPERACAO: A REMUNERACAO DE CADA MES DO HISTORICO DA
      **    FOLHA (FOLHAHIS, PROGTEPB) E O 13o SALARIO (HIST13,
      **    PROGD13B), COM AS DATAS DE ADMISSAO E DESLIGAMENTO, O
      **    CARGO E A FILIAL DO CADASTRO DE EMPREGADOS (EMPREGAD).
      **    SAI TODO EMPREGADO COM VINCULO EM ALGUM DIA DO ANO.
      **    EMPREGADO SEM OS DADOS OBRIGATORIOS (CPYGOVPR), OU COM
      **    FOLHA NO ANO E FORA DO CADASTRO, VAI PARA O RELATORIO DE
      **    EXCECOES E FICA FORA DO ARQUIVO. O RELATORIO DE
      **    CONFERENCIA (DECAREL) TRAZ UMA LINHA POR EMPREGADO E OS
      **    TOTAIS DO ANO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMPSL.
           COPY CPYFHSSL.
           SELECT HIST13-FILE ASSIGN TO "HIST13"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST13-STATUS.
           SELECT DECANUAL-FILE ASSIGN TO "DECANUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DECANUAL-STATUS.
           SELECT DECAREL-FILE ASSIGN TO "DECAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DECAREL-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMPFD.
       COPY CPYFHSFD.
       FD  HIST13-FILE.
       01  HIST13-REG.
           05  H13-MATRICULA      PIC 9(05).
           05  H13-NOME           PIC X(30).
           05  H13-DATA           PIC 9(08).
           05  H13-PARCELA        PIC 9(01).
           05  H13-MESES          PIC 9(02).
           05  H13-VALOR-INTEGRAL PIC 9(07)V99.
           05  H13-VALOR-PARCELA  PIC 9(07)V99.

      **************************************************************
      ** LAYOUT DA DECLARACAO: HEADER (TIPO '0') COM O ANO-BASE, UM
      ** DETALHE (TIPO '1') POR EMPREGADO COM A REMUNERACAO DOS 12
      ** MESES E O 13o, E TRAILER (TIPO '9') COM OS TOTAIS.
      **************************************************************
       FD  DECANUAL-FILE.
       01  DECANUAL-REG.
           05  DAN-TIPO-REG           PIC X(01).
           05  DAN-DETALHE.
               10  DAN-MATRICULA      PIC 9(05).
               10  DAN-NOME           PIC X(30).
               10  DAN-DATA-ADMISSAO  PIC 9(08).
               10  DAN-DATA-DESLIG    PIC 9(08).
               10  DAN-CARGO          PIC X(04).
               10  DAN-FILIAL         PIC 9(02).
               10  DAN-CENTRO-CUSTO   PIC X(05).
               10  DAN-REMUNERACAO OCCURS 12 TIMES
                                      PIC 9(07)V99.
               10  DAN-DEC13          PIC 9(07)V99.
               10  DAN-TOTAL-ANO      PIC 9(09)V99.
           05  DAN-HEADER REDEFINES DAN-DETALHE.
               10  DAN-H-ANO-BASE     PIC 9(04).
               10  DAN-H-DATA-GERACAO PIC 9(08).
               10  DAN-H-SEQUENCIA    PIC 9(05).
               10  FILLER             PIC X(173).
           05  DAN-TRAILER REDEFINES DAN-DETALHE.
               10  DAN-T-QTD-EMPREGADOS PIC 9(06).
               10  DAN-T-TOTAL-REMUNERACAO PIC 9(11)V99.
               10  DAN-T-TOTAL-DEC13  PIC 9(11)V99.
               10  FILLER             PIC X(158).

       FD  DECAREL-FILE.
       01  DECAREL-LINHA          PIC X(120).
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-FOLHAHIS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-HIST13-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-DECANUAL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DECAREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-FHS-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-FHS-FIM                    VALUE 'S'.
       77  WRK-H13-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-H13-FIM                    VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPREGADOS-ABERTO            VALUE 'S'.
       77  WRK-ANO-REF            PIC 9(04) VALUE ZEROS.
       77  WRK-H13-ANO            PIC 9(04) VALUE ZEROS.
       77  WRK-MATRICULA-AUX      PIC 9(05) VALUE ZEROS.
       77  WRK-INICIO-ANO         PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-ANO            PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ADMISSAO      PIC 9(08) VALUE ZEROS.
       77  WRK-MES-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-REMUNERADOS  PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-DECLARADOS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REMUNERACAO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEC13        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAB-DAN-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-DAN-SUB            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DECLARACAO.
           05  TAB-DAN OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-DAN-QTD
                   INDEXED BY DAN-IDX.
               10  TAB-DAN-MATRICULA  PIC 9(05).
               10  TAB-DAN-NO-CADASTRO PIC X(01).
               10  TAB-DAN-REMUNERACAO OCCURS 12 TIMES
                                      PIC 9(07)V99.
               10  TAB-DAN-DEC13      PIC 9(07)V99.
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANO        PIC 9(04).
           05  WRK-DTA-MES        PIC 9(02).
           05  WRK-DTA-DIA        PIC 9(02).
       01  WRK-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01  WRK-LINHA-DAN.
           05  WRK-LD-MATRICULA   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-NOME        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-ADMISSAO    PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-DESLIG      PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-CARGO       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-FILIAL      PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-MESES       PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-TOTAL       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-DEC13       PIC Z.ZZZ.ZZ9,99.
       COPY CPYGOVWS.
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-ACUMULAR-FOLHA UNTIL WRK-FHS-FIM.
           PERFORM 0170-ACUMULAR-DEC13 UNTIL WRK-H13-FIM.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** O ANO-BASE E INFORMADO PELA OPERACAO; EM BRANCO, ASSUME O
      ** ANO ANTERIOR AO DO LOTE (COMO NO INFORME DE RENDIMENTOS).
      ** SEM HISTORICO DA FOLHA OU DO 13o A REMUNERACAO SAI ZERADA.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'PROGDANB' TO WRK-GOV-PROGRAMA.

           DISPLAY 'ANO-BASE DA DECLARACAO (AAAA)..'.
           ACCEPT WRK-ANO-REF FROM CONSOLE.
           IF WRK-ANO-REF = ZEROS
               COMPUTE WRK-ANO-REF = WRK-LOTECAB-ANO - 1
               DISPLAY 'ANO ASSUMIDO: ' WRK-ANO-REF
           END-IF.
           COMPUTE WRK-INICIO-ANO = WRK-ANO-REF * 10000 + 0101.
           COMPUTE WRK-FIM-ANO    = WRK-ANO-REF * 10000 + 1231.

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGDANB'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM     TO TRUE
               SET WRK-FHS-FIM TO TRUE
               SET WRK-H13-FIM TO TRUE
           ELSE
               SET WRK-EMPREGADOS-ABERTO TO TRUE

               OPEN EXTEND EXCECOES-FILE
               IF WRK-EXCECOES-STATUS = '05' OR '35'
                   CLOSE EXCECOES-FILE
                   OPEN OUTPUT EXCECOES-FILE
               END-IF

               OPEN INPUT FOLHAHIS-FILE
               IF WRK-FOLHAHIS-STATUS = '00'
                   READ FOLHAHIS-FILE
                       AT END SET WRK-FHS-FIM TO TRUE
                   END-READ
               ELSE
                   SET WRK-FHS-FIM TO TRUE
               END-IF

               OPEN INPUT HIST13-FILE
               IF WRK-HIST13-STATUS = '00'
                   READ HIST13-FILE
                       AT END SET WRK-H13-FIM TO TRUE
                   END-READ
               ELSE
                   SET WRK-H13-FIM TO TRUE
               END-IF

               OPEN OUTPUT DECANUAL-FILE
               MOVE SPACES                TO DECANUAL-REG
               MOVE '0'                   TO DAN-TIPO-REG
               MOVE WRK-ANO-REF           TO DAN-H-ANO-BASE
               MOVE WRK-LOTECAB-DATA      TO DAN-H-DATA-GERACAO
               MOVE WRK-LOTECAB-SEQUENCIA TO DAN-H-SEQUENCIA
               WRITE DECANUAL-REG

               OPEN OUTPUT DECAREL-FILE
               MOVE 'PROGDANB' TO WRK-CAB-PROGRAMA
               MOVE 'DECLARACAO ANUAL - CONFERENCIA' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE DECAREL-LINHA FROM WRK-CAB-LINHA1
               WRITE DECAREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO DECAREL-LINHA
               STRING 'ANO-BASE: ' DELIMITED BY SIZE
                   WRK-ANO-REF     DELIMITED BY SIZE
                   INTO DECAREL-LINHA
               WRITE DECAREL-LINHA
               MOVE SPACES TO DECAREL-LINHA
               WRITE DECAREL-LINHA
               STRING 'MATR.  NOME                            '
                   DELIMITED BY SIZE
                   'ADMISSAO    DESLIG.     CARGO  FL  MS  '
                   DELIMITED BY SIZE
                   '   TOTAL ANO       13o SAL.'
                   DELIMITED BY SIZE
                   INTO DECAREL-LINHA
               WRITE DECAREL-LINHA
               MOVE SPACES TO DECAREL-LINHA
               WRITE DECAREL-LINHA

               MOVE ZEROS TO EMP-MATRICULA
               START EMPREGADOS-FILE
                   KEY IS NOT LESS THAN EMP-MATRICULA
                   INVALID KEY SET WRK-FIM TO TRUE
               END-START
           END-IF.

      **************************************************************
      ** REMUNERACAO DE CADA MES DO ANO-BASE (BRUTO DO
      ** CONTRACHEQUE), NA LINHA DA MATRICULA. COMPETENCIA DE OUTRO
      ** ANO E IGNORADA.
      **************************************************************
       0150-ACUMULAR-FOLHA.

           IF FHS-COMP-ANO = WRK-ANO-REF
               AND FHS-COMP-MES > ZEROS AND FHS-COMP-MES < 13
               MOVE FHS-MATRICULA TO WRK-MATRICULA-AUX
               PERFORM 0160-LOCALIZAR-MATRICULA
               ADD FHS-BRUTO
                   TO TAB-DAN-REMUNERACAO(DAN-IDX FHS-COMP-MES)
           END-IF.

           READ FOLHAHIS-FILE
               AT END SET WRK-FHS-FIM TO TRUE
           END-READ.

       0160-LOCALIZAR-MATRICULA.

           SET DAN-IDX TO 1.
           SEARCH TAB-DAN
               AT END
                   ADD 1 TO WRK-TAB-DAN-QTD
                   SET DAN-IDX TO WRK-TAB-DAN-QTD
                   MOVE WRK-MATRICULA-AUX TO TAB-DAN-MATRICULA(DAN-IDX)
                   MOVE 'N'   TO TAB-DAN-NO-CADASTRO(DAN-IDX)
                   MOVE ZEROS TO TAB-DAN-DEC13(DAN-IDX)
                   PERFORM 0165-ZERAR-MES
                       VARYING WRK-MES-SUB FROM 1 BY 1
                       UNTIL WRK-MES-SUB > 12
               WHEN TAB-DAN-MATRICULA(DAN-IDX) = WRK-MATRICULA-AUX
                   CONTINUE
           END-SEARCH.

       0165-ZERAR-MES.

           MOVE ZEROS TO TAB-DAN-REMUNERACAO(DAN-IDX WRK-MES-SUB).

       0170-ACUMULAR-DEC13.

           MOVE H13-DATA TO WRK-DATA-AUX.
           MOVE WRK-DTA-ANO TO WRK-H13-ANO.
           IF WRK-H13-ANO = WRK-ANO-REF
               MOVE H13-MATRICULA TO WRK-MATRICULA-AUX
               PERFORM 0160-LOCALIZAR-MATRICULA
               ADD H13-VALOR-PARCELA TO TAB-DAN-DEC13(DAN-IDX)
           END-IF.

           READ HIST13-FILE
               AT END SET WRK-H13-FIM TO TRUE
           END-READ.

      **************************************************************
      ** EMPREGADO COM VINCULO NO ANO-BASE: ADMITIDO ATE 31/12 E
      ** ATIVO OU DESLIGADO A PARTIR DE 01/01.
      **************************************************************
       0200-PROCESSAR.

           READ EMPREGADOS-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   COMPUTE WRK-DATA-ADMISSAO = EMP-ANOENTRADA * 10000
                       + EMP-MESENTRADA * 100 + EMP-DIAENTRADA
                   IF WRK-DATA-ADMISSAO NOT > WRK-FIM-ANO
                       AND (EMP-ATIVO
                           OR (EMP-DATA-DESLIG IS NUMERIC
                               AND EMP-DATA-DESLIG
                                   NOT < WRK-INICIO-ANO))
                       PERFORM 0210-DECLARAR-EMPREGADO
                   END-IF
           END-READ.

       0210-DECLARAR-EMPREGADO.

           MOVE EMP-MATRICULA TO WRK-MATRICULA-AUX.
           PERFORM 0160-LOCALIZAR-MATRICULA.
           MOVE 'S' TO TAB-DAN-NO-CADASTRO(DAN-IDX).

           PERFORM 7730-CONFERIR-DADOS-GOVERNO.

           IF WRK-GOV-VALIDO
               MOVE SPACES            TO DECANUAL-REG
               MOVE '1'               TO DAN-TIPO-REG
               MOVE EMP-MATRICULA     TO DAN-MATRICULA
               MOVE EMP-NOME          TO DAN-NOME
               MOVE WRK-DATA-ADMISSAO TO DAN-DATA-ADMISSAO
               IF EMP-DESLIGADO
                   MOVE EMP-DATA-DESLIG TO DAN-DATA-DESLIG
               ELSE
                   MOVE ZEROS         TO DAN-DATA-DESLIG
               END-IF
               MOVE EMP-CARGO         TO DAN-CARGO
               MOVE EMP-FILIAL        TO DAN-FILIAL
               MOVE EMP-CENTRO-CUSTO  TO DAN-CENTRO-CUSTO
               MOVE TAB-DAN-DEC13(DAN-IDX) TO DAN-DEC13
               MOVE ZEROS             TO DAN-TOTAL-ANO
               MOVE ZEROS             TO WRK-MESES-REMUNERADOS
               PERFORM 0220-MOVER-MES
                   VARYING WRK-MES-SUB FROM 1 BY 1
                   UNTIL WRK-MES-SUB > 12
               WRITE DECANUAL-REG

               ADD 1             TO WRK-QTD-DECLARADOS
               ADD DAN-TOTAL-ANO TO WRK-TOTAL-REMUNERACAO
               ADD DAN-DEC13     TO WRK-TOTAL-DEC13
               PERFORM 0230-LISTAR-EMPREGADO
           END-IF.

       0220-MOVER-MES.

           MOVE TAB-DAN-REMUNERACAO(DAN-IDX WRK-MES-SUB)
               TO DAN-REMUNERACAO(WRK-MES-SUB).
           ADD TAB-DAN-REMUNERACAO(DAN-IDX WRK-MES-SUB)
               TO DAN-TOTAL-ANO.
           IF TAB-DAN-REMUNERACAO(DAN-IDX WRK-MES-SUB) > ZEROS
               ADD 1 TO WRK-MESES-REMUNERADOS
           END-IF.

       0230-LISTAR-EMPREGADO.

           MOVE DAN-MATRICULA     TO WRK-LD-MATRICULA.
           MOVE DAN-NOME          TO WRK-LD-NOME.
           MOVE DAN-DATA-ADMISSAO TO WRK-DATA-AUX.
           PERFORM 0290-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA TO WRK-LD-ADMISSAO.
           IF DAN-DATA-DESLIG = ZEROS
               MOVE SPACES        TO WRK-LD-DESLIG
           ELSE
               MOVE DAN-DATA-DESLIG TO WRK-DATA-AUX
               PERFORM 0290-FORMATAR-DATA
               MOVE WRK-DATA-FORMATADA TO WRK-LD-DESLIG
           END-IF.
           MOVE DAN-CARGO         TO WRK-LD-CARGO.
           MOVE DAN-FILIAL        TO WRK-LD-FILIAL.
           MOVE WRK-MESES-REMUNERADOS TO WRK-LD-MESES.
           MOVE DAN-TOTAL-ANO     TO WRK-LD-TOTAL.
           MOVE DAN-DEC13         TO WRK-LD-DEC13.
           WRITE DECAREL-LINHA FROM WRK-LINHA-DAN.

       0290-FORMATAR-DATA.

           MOVE SPACES TO WRK-DATA-FORMATADA.
           STRING WRK-DTA-DIA DELIMITED BY SIZE
               '/'            DELIMITED BY SIZE
               WRK-DTA-MES    DELIMITED BY SIZE
               '/'            DELIMITED BY SIZE
               WRK-DTA-ANO    DELIMITED BY SIZE
               INTO WRK-DATA-FORMATADA.

      **************************************************************
      ** MATRICULA COM FOLHA OU 13o NO ANO-BASE QUE NAO ESTA NO
      ** CADASTRO (EXCLUIDA NO PROGEMPM) NAO TEM COMO SER
      ** DECLARADA: VAI PARA EXCECOES PARA O RH REGULARIZAR.
      **************************************************************
       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
               PERFORM 0310-CONFERIR-FORA-CADASTRO
                   VARYING WRK-DAN-SUB FROM 1 BY 1
                   UNTIL WRK-DAN-SUB > WRK-TAB-DAN-QTD

               MOVE SPACES                TO DECANUAL-REG
               MOVE '9'                   TO DAN-TIPO-REG
               MOVE WRK-QTD-DECLARADOS    TO DAN-T-QTD-EMPREGADOS
               MOVE WRK-TOTAL-REMUNERACAO TO DAN-T-TOTAL-REMUNERACAO
               MOVE WRK-TOTAL-DEC13       TO DAN-T-TOTAL-DEC13
               WRITE DECANUAL-REG

               MOVE SPACES TO DECAREL-LINHA
               WRITE DECAREL-LINHA
               STRING 'EMPREGADOS DECLARADOS.........: '
                   DELIMITED BY SIZE
                   WRK-QTD-DECLARADOS DELIMITED BY SIZE
                   INTO DECAREL-LINHA
               WRITE DECAREL-LINHA
               MOVE SPACES TO DECAREL-LINHA
               STRING 'REJEITADOS PARA EXCECOES......: '
                   DELIMITED BY SIZE
                   WRK-GOV-QTD-REJEITADOS DELIMITED BY SIZE
                   INTO DECAREL-LINHA
               WRITE DECAREL-LINHA
               MOVE WRK-TOTAL-REMUNERACAO TO WRK-TOTAL-ED
               MOVE SPACES TO DECAREL-LINHA
               STRING 'REMUNERACAO TOTAL DO ANO......: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO DECAREL-LINHA
               WRITE DECAREL-LINHA
               MOVE WRK-TOTAL-DEC13 TO WRK-TOTAL-ED
               MOVE SPACES TO DECAREL-LINHA
               STRING '13o SALARIO TOTAL DO ANO......: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO DECAREL-LINHA
               WRITE DECAREL-LINHA

               IF WRK-FOLHAHIS-STATUS NOT = '35'
                   CLOSE FOLHAHIS-FILE
               END-IF
               IF WRK-HIST13-STATUS NOT = '35'
                   CLOSE HIST13-FILE
               END-IF
               CLOSE EMPREGADOS-FILE
               CLOSE DECANUAL-FILE
               CLOSE DECAREL-FILE
               CLOSE EXCECOES-FILE
           END-IF.

           DISPLAY 'EMPREGADOS DECLARADOS: ' WRK-QTD-DECLARADOS
               ' (ANO-BASE ' WRK-ANO-REF ')'.

       0310-CONFERIR-FORA-CADASTRO.

           IF TAB-DAN-NO-CADASTRO(WRK-DAN-SUB) = 'N'
               MOVE 'PROGDANB'                     TO EXC-PROGRAMA
               MOVE TAB-DAN-MATRICULA(WRK-DAN-SUB) TO EXC-CHAVE
               MOVE 'FHS-MATRICULA'                TO EXC-CAMPO
               MOVE TAB-DAN-MATRICULA(WRK-DAN-SUB) TO EXC-VALOR
               MOVE 'FOLHA NO ANO-BASE FORA DO CADASTRO'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
               ADD 1 TO WRK-GOV-QTD-REJEITADOS
           END-IF.

       COPY CPYGOVPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
