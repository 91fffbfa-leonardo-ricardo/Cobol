       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAFSR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO MENSAL DE AFASTADOS. PERCORRE O
      **    CADASTRO DE AFASTAMENTOS (AFASTAM, MANTIDO PELO PROGAFSM)
      **    E LISTA NO AFASTREL QUEM ESTEVE AFASTADO EM ALGUM DIA DO
      **    MES DO LOTE, COM O TIPO, O INICIO, A PREVISAO DE RETORNO
      **    (DIA SEGUINTE AO FIM DO AFASTAMENTO), OS DIAS AFASTADOS
      **    ATE O FIM DO MES E A SITUACAO (INICIOU NO MES, RETORNA NO
      **    MES, SEM PREVISAO DE RETORNO), COM TOTAIS POR TIPO. O
      **    NOME VEM DO CADASTRO DE EMPREGADOS (EMPREGAD).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAFSSL.
           COPY CPYEMPSL.
           SELECT AFASTREL-FILE ASSIGN TO "AFASTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFASTREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYAFSFD.
       COPY CPYEMPFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       FD  AFASTREL-FILE.
       01  AFASTREL-LINHA         PIC X(100).

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-AFASTREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPREGADOS-ABERTO            VALUE 'S'.
       77  WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
       77  WRK-MES-INICIO         PIC 9(08) VALUE ZEROS.
       77  WRK-MES-FIM            PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-CONTAGEM       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-RETORNO       PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-AFASTADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DOENCA         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ACIDENTE       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MATERNIDADE    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NAO-REMUNERADA PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RETORNOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-PREVISAO   PIC 9(05) VALUE ZEROS.
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANO        PIC 9(04).
           05  WRK-DTA-MES        PIC 9(02).
           05  WRK-DTA-DIA        PIC 9(02).
       01  WRK-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01  WRK-LINHA-AFASTADO.
           05  WRK-LA-MATRICULA   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-NOME        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-TIPO        PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-INICIO      PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-RETORNO     PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-DIAS        PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-SITUACAO    PIC X(14).
       COPY CPYAFSWS.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** O MES DO RELATORIO E O MES DO LOTE (PRIMEIRO AO ULTIMO DIA,
      ** PELA FUNCAO 'UM' DO PROGDATA). SEM CADASTRO DE AFASTAMENTOS
      ** O RELATORIO SAI SO COM O CABECALHO E OS TOTAIS ZERADOS.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           MOVE 'UM'            TO DTS-FUNCAO.
           MOVE WRK-LOTECAB-ANO TO DTS-DATA1-ANO.
           MOVE WRK-LOTECAB-MES TO DTS-DATA1-MES.
           MOVE 01              TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS        TO WRK-DIAS-NO-MES.
           COMPUTE WRK-MES-INICIO =
               WRK-LOTECAB-ANO * 10000 + WRK-LOTECAB-MES * 100 + 1.
           COMPUTE WRK-MES-FIM =
               WRK-LOTECAB-ANO * 10000 + WRK-LOTECAB-MES * 100
               + WRK-DIAS-NO-MES.

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGAFSR'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-EMPREGADOS-ABERTO TO TRUE
               OPEN OUTPUT AFASTREL-FILE

               MOVE 'PROGAFSR' TO WRK-CAB-PROGRAMA
               MOVE 'EMPREGADOS AFASTADOS NO MES' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE AFASTREL-LINHA FROM WRK-CAB-LINHA1
               WRITE AFASTREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO AFASTREL-LINHA
               STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                   WRK-LOTECAB-MES    DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WRK-LOTECAB-ANO    DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               STRING 'MATR.  NOME                            '
                   DELIMITED BY SIZE
                   'TIPO          INICIO      RETORNO PREV  '
                   DELIMITED BY SIZE
                   'DIAS  SITUACAO'
                   DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               WRITE AFASTREL-LINHA

               OPEN INPUT AFASTAM-FILE
               IF WRK-AFASTAM-STATUS = '00'
                   SET WRK-AFASTAM-ABERTO TO TRUE
                   READ AFASTAM-FILE NEXT RECORD
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               ELSE
                   SET WRK-FIM TO TRUE
               END-IF
           END-IF.

      **************************************************************
      ** AFASTAMENTO QUE TOCA O MES: INICIO ATE O ULTIMO DIA DO MES
      ** E FIM (QUANDO INFORMADO) A PARTIR DO PRIMEIRO DIA.
      **************************************************************
       0200-PROCESSAR.

           IF AFS-DATA-INICIO NOT > WRK-MES-FIM
               AND (AFS-DATA-FIM = ZEROS
                   OR AFS-DATA-FIM NOT < WRK-MES-INICIO)
               PERFORM 0210-LISTAR-AFASTADO
           END-IF.

           READ AFASTAM-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-LISTAR-AFASTADO.

           ADD 1 TO WRK-QTD-AFASTADOS.

           MOVE AFS-MATRICULA TO EMP-MATRICULA.
           READ EMPREGADOS-FILE
               INVALID KEY
                   MOVE '*** NAO CADASTRADO ***' TO WRK-LA-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-LA-NOME
           END-READ.
           MOVE AFS-MATRICULA TO WRK-LA-MATRICULA.

           EVALUATE TRUE
               WHEN AFS-DOENCA
                   MOVE 'DOENCA'       TO WRK-LA-TIPO
                   ADD 1 TO WRK-QTD-DOENCA
               WHEN AFS-ACIDENTE
                   MOVE 'ACIDENTE'     TO WRK-LA-TIPO
                   ADD 1 TO WRK-QTD-ACIDENTE
               WHEN AFS-MATERNIDADE
                   MOVE 'MATERNIDADE'  TO WRK-LA-TIPO
                   ADD 1 TO WRK-QTD-MATERNIDADE
               WHEN OTHER
                   MOVE 'NAO REMUNER.' TO WRK-LA-TIPO
                   ADD 1 TO WRK-QTD-NAO-REMUNERADA
           END-EVALUATE.

           MOVE AFS-DATA-INICIO TO WRK-DATA-AUX.
           PERFORM 0290-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA TO WRK-LA-INICIO.

           IF AFS-DATA-FIM = ZEROS
               MOVE 'SEM PREVISAO' TO WRK-LA-RETORNO
               MOVE WRK-MES-FIM    TO WRK-FIM-CONTAGEM
               MOVE ZEROS          TO WRK-DATA-RETORNO
           ELSE
               MOVE 'AD'           TO DTS-FUNCAO
               MOVE AFS-DATA-FIM   TO DTS-DATA1
               MOVE 1              TO DTS-DIAS
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL  TO WRK-DATA-RETORNO
               MOVE WRK-DATA-RETORNO TO WRK-DATA-AUX
               PERFORM 0290-FORMATAR-DATA
               MOVE WRK-DATA-FORMATADA TO WRK-LA-RETORNO
               IF AFS-DATA-FIM > WRK-MES-FIM
                   MOVE WRK-MES-FIM  TO WRK-FIM-CONTAGEM
               ELSE
                   MOVE AFS-DATA-FIM TO WRK-FIM-CONTAGEM
               END-IF
           END-IF.

           MOVE 'DE'             TO DTS-FUNCAO.
           MOVE AFS-DATA-INICIO  TO DTS-DATA1.
           MOVE WRK-FIM-CONTAGEM TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           COMPUTE WRK-LA-DIAS = DTS-DIAS + 1.

           EVALUATE TRUE
               WHEN AFS-DATA-FIM = ZEROS
                   MOVE 'SEM PREVISAO'   TO WRK-LA-SITUACAO
                   ADD 1 TO WRK-QTD-SEM-PREVISAO
               WHEN WRK-DATA-RETORNO NOT > WRK-MES-FIM
                   MOVE 'RETORNA NO MES' TO WRK-LA-SITUACAO
                   ADD 1 TO WRK-QTD-RETORNOS
               WHEN AFS-DATA-INICIO NOT < WRK-MES-INICIO
                   MOVE 'INICIOU NO MES' TO WRK-LA-SITUACAO
               WHEN OTHER
                   MOVE 'AFASTADO'       TO WRK-LA-SITUACAO
           END-EVALUATE.

           WRITE AFASTREL-LINHA FROM WRK-LINHA-AFASTADO.

       0290-FORMATAR-DATA.

           MOVE SPACES TO WRK-DATA-FORMATADA.
           STRING WRK-DTA-DIA DELIMITED BY SIZE
               '/'            DELIMITED BY SIZE
               WRK-DTA-MES    DELIMITED BY SIZE
               '/'            DELIMITED BY SIZE
               WRK-DTA-ANO    DELIMITED BY SIZE
               INTO WRK-DATA-FORMATADA.

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
               MOVE SPACES TO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               STRING 'EMPREGADOS AFASTADOS NO MES...: '
                   DELIMITED BY SIZE
                   WRK-QTD-AFASTADOS DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               STRING '   DOENCA.....................: '
                   DELIMITED BY SIZE
                   WRK-QTD-DOENCA DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               STRING '   ACIDENTE DE TRABALHO.......: '
                   DELIMITED BY SIZE
                   WRK-QTD-ACIDENTE DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               STRING '   LICENCA MATERNIDADE........: '
                   DELIMITED BY SIZE
                   WRK-QTD-MATERNIDADE DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               STRING '   LICENCA NAO REMUNERADA.....: '
                   DELIMITED BY SIZE
                   WRK-QTD-NAO-REMUNERADA DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               STRING 'RETORNOS PREVISTOS NO MES.....: '
                   DELIMITED BY SIZE
                   WRK-QTD-RETORNOS DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA
               MOVE SPACES TO AFASTREL-LINHA
               STRING 'SEM PREVISAO DE RETORNO.......: '
                   DELIMITED BY SIZE
                   WRK-QTD-SEM-PREVISAO DELIMITED BY SIZE
                   INTO AFASTREL-LINHA
               WRITE AFASTREL-LINHA

               IF WRK-AFASTAM-ABERTO
                   CLOSE AFASTAM-FILE
               END-IF
               CLOSE EMPREGADOS-FILE
               CLOSE AFASTREL-FILE
           END-IF.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
