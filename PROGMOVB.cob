       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMOVB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ARQUIVO MENSAL DE MOVIMENTACAO DE EMPREGADOS PARA
      **    O GOVERNO (MOVGOV), EM LAYOUT DE TAMANHO FIXO COM
      **    REGISTRO HEADER, DETALHES E TRAILER, PARA ACABAR COM A
      **    REDIGITACAO DAS ADMISSOES E DESLIGAMENTOS NO SISTEMA DO
      **    GOVERNO. NA COMPETENCIA DO LOTE SAEM:
      **    - ADMISSOES: EMPREGADOS DO EMPREGAD ADMITIDOS NO MES;
      **    - DESLIGAMENTOS: DESLIGADOS (PROGRESC) COM DATA DE
      **      DESLIGAMENTO NO MES;
      **    - TRANSFERENCIAS: TROCAS DE FILIAL APROVADAS NO MES,
      **      TIRADAS DO LOG DE ALTERACOES DO CADASTRO (EMPALTER).
      **    EMPREGADO SEM OS DADOS OBRIGATORIOS (CPYGOVPR) VAI PARA
      **    O RELATORIO DE EXCECOES E FICA FORA DO ARQUIVO. O
      **    RELATORIO DE CONFERENCIA (MOVREL) LISTA CADA MOVIMENTO
      **    COM OS TOTAIS DO MES.
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
           SELECT EMPALTER-FILE ASSIGN TO "EMPALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMPALTER-STATUS.
           SELECT MOVGOV-FILE ASSIGN TO "MOVGOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVGOV-STATUS.
           SELECT MOVREL-FILE ASSIGN TO "MOVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVREL-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMPFD.
       FD  EMPALTER-FILE.
       01  EMPALTER-REG.
           05  EMPALTER-DATA          PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EMPALTER-HORA          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  EMPALTER-OPERACAO      PIC X(01).
           05  FILLER                 PIC X(01).
           05  EMPALTER-MATRICULA     PIC 9(05).
           05  FILLER                 PIC X(01).
           05  EMPALTER-NOME-ANTIGO   PIC X(30).
           05  FILLER                 PIC X(01).
           05  EMPALTER-NOME-NOVO     PIC X(30).
           05  FILLER                 PIC X(01).
           05  EMPALTER-ENTRADA-ANT   PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EMPALTER-ENTRADA-NOVA  PIC 9(08).
           05  FILLER                 PIC X(01).
           05  EMPALTER-SALARIO-ANT   PIC 9(06)V99.
           05  FILLER                 PIC X(01).
           05  EMPALTER-SALARIO-NOVO  PIC 9(06)V99.
           05  FILLER                 PIC X(01).
           05  EMPALTER-FILIAL-ANT    PIC 9(02).
           05  FILLER                 PIC X(01).
           05  EMPALTER-FILIAL-NOVA   PIC 9(02).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CCUSTO-ANT    PIC X(05).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CCUSTO-NOVO   PIC X(05).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CARGO-ANT     PIC X(04).
           05  FILLER                 PIC X(01).
           05  EMPALTER-CARGO-NOVO    PIC X(04).

      **************************************************************
      ** LAYOUT DO ARQUIVO DO GOVERNO: HEADER (TIPO '0') COM A
      ** COMPETENCIA, UM DETALHE (TIPO '1') POR MOVIMENTO ('A'
      ** ADMISSAO / 'D' DESLIGAMENTO / 'T' TRANSFERENCIA, COM A
      ** FILIAL DE ORIGEM) E TRAILER (TIPO '9') COM AS QUANTIDADES.
      **************************************************************
       FD  MOVGOV-FILE.
       01  MOVGOV-REG.
           05  MOV-TIPO-REG           PIC X(01).
           05  MOV-DETALHE.
               10  MOV-MOVIMENTO      PIC X(01).
               10  MOV-MATRICULA      PIC 9(05).
               10  MOV-NOME           PIC X(30).
               10  MOV-DATA-ADMISSAO  PIC 9(08).
               10  MOV-DATA-MOVIMENTO PIC 9(08).
               10  MOV-CARGO          PIC X(04).
               10  MOV-FILIAL         PIC 9(02).
               10  MOV-FILIAL-ORIGEM  PIC 9(02).
               10  MOV-CENTRO-CUSTO   PIC X(05).
               10  MOV-SALARIO        PIC 9(06)V99.
           05  MOV-HEADER REDEFINES MOV-DETALHE.
               10  MOV-H-COMPETENCIA  PIC 9(06).
               10  MOV-H-DATA-GERACAO PIC 9(08).
               10  MOV-H-SEQUENCIA    PIC 9(05).
               10  FILLER             PIC X(54).
           05  MOV-TRAILER REDEFINES MOV-DETALHE.
               10  MOV-T-QTD-ADMISSOES PIC 9(05).
               10  MOV-T-QTD-DESLIG   PIC 9(05).
               10  MOV-T-QTD-TRANSF   PIC 9(05).
               10  MOV-T-QTD-REGISTROS PIC 9(06).
               10  FILLER             PIC X(52).

       FD  MOVREL-FILE.
       01  MOVREL-LINHA           PIC X(100).
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-EMPALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MOVGOV-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-MOVREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ALT-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-ALT-FIM                    VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPREGADOS-ABERTO            VALUE 'S'.
       77  WRK-EMPALTER-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPALTER-ABERTO            VALUE 'S'.
       77  WRK-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-AUX         PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-ADMISSAO      PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ADMISSOES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DESLIG         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TRANSF         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REGISTROS      PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANO        PIC 9(04).
           05  WRK-DTA-MES        PIC 9(02).
           05  WRK-DTA-DIA        PIC 9(02).
       01  WRK-DATA-FORMATADA     PIC X(10) VALUE SPACES.
       01  WRK-LINHA-MOV.
           05  WRK-LM-MOVIMENTO   PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LM-MATRICULA   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LM-NOME        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LM-DATA        PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LM-CARGO       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LM-FILIAL-ORIGEM PIC Z9.
           05  WRK-LM-SETA        PIC X(04).
           05  WRK-LM-FILIAL      PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LM-SALARIO     PIC ZZZ.ZZ9,99.
       COPY CPYGOVWS.
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-EMPREGADO UNTIL WRK-FIM.
           PERFORM 0250-PROCESSAR-ALTERACAO UNTIL WRK-ALT-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** A COMPETENCIA DO ARQUIVO E A DO LOTE. SEM O CADASTRO DE
      ** EMPREGADOS NADA E GERADO; SEM O EMPALTER SO AS
      ** TRANSFERENCIAS FICAM DE FORA.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           COMPUTE WRK-COMPETENCIA =
               WRK-LOTECAB-ANO * 100 + WRK-LOTECAB-MES.
           MOVE 'PROGMOVB' TO WRK-GOV-PROGRAMA.

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGMOVB'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM     TO TRUE
               SET WRK-ALT-FIM TO TRUE
           ELSE
               SET WRK-EMPREGADOS-ABERTO TO TRUE

               OPEN EXTEND EXCECOES-FILE
               IF WRK-EXCECOES-STATUS = '05' OR '35'
                   CLOSE EXCECOES-FILE
                   OPEN OUTPUT EXCECOES-FILE
               END-IF

               OPEN OUTPUT MOVGOV-FILE
               MOVE SPACES                TO MOVGOV-REG
               MOVE '0'                   TO MOV-TIPO-REG
               MOVE WRK-COMPETENCIA       TO MOV-H-COMPETENCIA
               MOVE WRK-LOTECAB-DATA      TO MOV-H-DATA-GERACAO
               MOVE WRK-LOTECAB-SEQUENCIA TO MOV-H-SEQUENCIA
               WRITE MOVGOV-REG

               OPEN OUTPUT MOVREL-FILE
               MOVE 'PROGMOVB' TO WRK-CAB-PROGRAMA
               MOVE 'MOVIMENTACAO MENSAL - GOVERNO' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE MOVREL-LINHA FROM WRK-CAB-LINHA1
               WRITE MOVREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO MOVREL-LINHA
               STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                   WRK-LOTECAB-MES    DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WRK-LOTECAB-ANO    DELIMITED BY SIZE
                   INTO MOVREL-LINHA
               WRITE MOVREL-LINHA
               MOVE SPACES TO MOVREL-LINHA
               WRITE MOVREL-LINHA
               STRING 'MOVIMENTO      MATR.  NOME                    '
                   DELIMITED BY SIZE
                   '        DATA        CARGO  FILIAL    SALARIO'
                   DELIMITED BY SIZE
                   INTO MOVREL-LINHA
               WRITE MOVREL-LINHA
               MOVE SPACES TO MOVREL-LINHA
               WRITE MOVREL-LINHA

               MOVE ZEROS TO EMP-MATRICULA
               START EMPREGADOS-FILE
                   KEY IS NOT LESS THAN EMP-MATRICULA
                   INVALID KEY SET WRK-FIM TO TRUE
               END-START
               IF NOT WRK-FIM
                   READ EMPREGADOS-FILE NEXT RECORD
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               END-IF

               OPEN INPUT EMPALTER-FILE
               IF WRK-EMPALTER-STATUS = '00'
                   SET WRK-EMPALTER-ABERTO TO TRUE
                   READ EMPALTER-FILE
                       AT END SET WRK-ALT-FIM TO TRUE
                   END-READ
               ELSE
                   SET WRK-ALT-FIM TO TRUE
               END-IF
           END-IF.

      **************************************************************
      ** ADMISSAO NO MES DA COMPETENCIA E DESLIGAMENTO NO MES DA
      ** COMPETENCIA. ADMITIDO E DESLIGADO NO MESMO MES SAI NAS
      ** DUAS MOVIMENTACOES.
      **************************************************************
       0200-PROCESSAR-EMPREGADO.

           COMPUTE WRK-ANOMES-AUX =
               EMP-ANOENTRADA * 100 + EMP-MESENTRADA.
           IF WRK-ANOMES-AUX = WRK-COMPETENCIA
               PERFORM 7730-CONFERIR-DADOS-GOVERNO
               IF WRK-GOV-VALIDO
                   PERFORM 0210-GRAVAR-ADMISSAO
               END-IF
           END-IF.

           IF EMP-DESLIGADO AND EMP-DATA-DESLIG IS NUMERIC
               MOVE EMP-DATA-DESLIG TO WRK-DATA-AUX
               COMPUTE WRK-ANOMES-AUX = WRK-DTA-ANO * 100 + WRK-DTA-MES
               IF WRK-ANOMES-AUX = WRK-COMPETENCIA
                   PERFORM 7730-CONFERIR-DADOS-GOVERNO
                   IF WRK-GOV-VALIDO
                       PERFORM 0220-GRAVAR-DESLIGAMENTO
                   END-IF
               END-IF
           END-IF.

           READ EMPREGADOS-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-GRAVAR-ADMISSAO.

           PERFORM 0280-MONTAR-DETALHE.
           MOVE 'A'               TO MOV-MOVIMENTO.
           MOVE WRK-DATA-ADMISSAO TO MOV-DATA-MOVIMENTO.
           MOVE ZEROS             TO MOV-FILIAL-ORIGEM.
           WRITE MOVGOV-REG.
           ADD 1 TO WRK-QTD-ADMISSOES.
           ADD 1 TO WRK-QTD-REGISTROS.

           MOVE 'ADMISSAO'        TO WRK-LM-MOVIMENTO.
           PERFORM 0290-LISTAR-MOVIMENTO.

       0220-GRAVAR-DESLIGAMENTO.

           PERFORM 0280-MONTAR-DETALHE.
           MOVE 'D'               TO MOV-MOVIMENTO.
           MOVE EMP-DATA-DESLIG   TO MOV-DATA-MOVIMENTO.
           MOVE ZEROS             TO MOV-FILIAL-ORIGEM.
           WRITE MOVGOV-REG.
           ADD 1 TO WRK-QTD-DESLIG.
           ADD 1 TO WRK-QTD-REGISTROS.

           MOVE 'DESLIGAMENTO'    TO WRK-LM-MOVIMENTO.
           PERFORM 0290-LISTAR-MOVIMENTO.

      **************************************************************
      ** TRANSFERENCIA: ALTERACAO APROVADA NO MES QUE TROCOU A
      ** FILIAL DO EMPREGADO. REGISTRO DO EMPALTER ANTERIOR AOS
      ** CAMPOS DE FILIAL (EM BRANCO) NAO E TRANSFERENCIA. OS
      ** DEMAIS DADOS VEM DO CADASTRO ATUAL DO EMPREGADO.
      **************************************************************
       0250-PROCESSAR-ALTERACAO.

           MOVE EMPALTER-DATA TO WRK-DATA-AUX.
           COMPUTE WRK-ANOMES-AUX = WRK-DTA-ANO * 100 + WRK-DTA-MES.
           IF EMPALTER-OPERACAO = 'A'
               AND WRK-ANOMES-AUX = WRK-COMPETENCIA
               AND EMPALTER-FILIAL-ANT IS NUMERIC
               AND EMPALTER-FILIAL-NOVA IS NUMERIC
               AND EMPALTER-FILIAL-ANT NOT = EMPALTER-FILIAL-NOVA
               MOVE EMPALTER-MATRICULA TO EMP-MATRICULA
               READ EMPREGADOS-FILE
                   INVALID KEY
                       MOVE WRK-GOV-PROGRAMA   TO EXC-PROGRAMA
                       MOVE EMPALTER-MATRICULA TO EXC-CHAVE
                       MOVE 'EMPALTER-MATRICULA' TO EXC-CAMPO
                       MOVE EMPALTER-MATRICULA TO EXC-VALOR
                       MOVE 'TRANSFERIDO FORA DO CADASTRO'
                           TO EXC-MOTIVO
                       PERFORM 9100-GRAVAR-EXCECAO
                       ADD 1 TO WRK-GOV-QTD-REJEITADOS
                   NOT INVALID KEY
                       PERFORM 7730-CONFERIR-DADOS-GOVERNO
                       IF WRK-GOV-VALIDO
                           PERFORM 0260-GRAVAR-TRANSFERENCIA
                       END-IF
               END-READ
           END-IF.

           READ EMPALTER-FILE
               AT END SET WRK-ALT-FIM TO TRUE
           END-READ.

       0260-GRAVAR-TRANSFERENCIA.

           PERFORM 0280-MONTAR-DETALHE.
           MOVE 'T'                  TO MOV-MOVIMENTO.
           MOVE EMPALTER-DATA        TO MOV-DATA-MOVIMENTO.
           MOVE EMPALTER-FILIAL-NOVA TO MOV-FILIAL.
           MOVE EMPALTER-FILIAL-ANT  TO MOV-FILIAL-ORIGEM.
           WRITE MOVGOV-REG.
           ADD 1 TO WRK-QTD-TRANSF.
           ADD 1 TO WRK-QTD-REGISTROS.

           MOVE 'TRANSFERENCIA'      TO WRK-LM-MOVIMENTO.
           PERFORM 0290-LISTAR-MOVIMENTO.

       0280-MONTAR-DETALHE.

           COMPUTE WRK-DATA-ADMISSAO = EMP-ANOENTRADA * 10000
               + EMP-MESENTRADA * 100 + EMP-DIAENTRADA.
           MOVE SPACES            TO MOVGOV-REG.
           MOVE '1'               TO MOV-TIPO-REG.
           MOVE EMP-MATRICULA     TO MOV-MATRICULA.
           MOVE EMP-NOME          TO MOV-NOME.
           MOVE WRK-DATA-ADMISSAO TO MOV-DATA-ADMISSAO.
           MOVE EMP-CARGO         TO MOV-CARGO.
           MOVE EMP-FILIAL        TO MOV-FILIAL.
           MOVE EMP-CENTRO-CUSTO  TO MOV-CENTRO-CUSTO.
           MOVE EMP-SALARIO       TO MOV-SALARIO.

       0290-LISTAR-MOVIMENTO.

           MOVE MOV-MATRICULA      TO WRK-LM-MATRICULA.
           MOVE MOV-NOME           TO WRK-LM-NOME.
           MOVE MOV-DATA-MOVIMENTO TO WRK-DATA-AUX.
           PERFORM 0295-FORMATAR-DATA.
           MOVE WRK-DATA-FORMATADA TO WRK-LM-DATA.
           MOVE MOV-CARGO          TO WRK-LM-CARGO.
           MOVE MOV-FILIAL         TO WRK-LM-FILIAL.
           IF MOV-FILIAL-ORIGEM = ZEROS
               MOVE ZEROS          TO WRK-LM-FILIAL-ORIGEM
               MOVE SPACES         TO WRK-LM-SETA
           ELSE
               MOVE MOV-FILIAL-ORIGEM TO WRK-LM-FILIAL-ORIGEM
               MOVE ' -> '         TO WRK-LM-SETA
           END-IF.
           MOVE MOV-SALARIO        TO WRK-LM-SALARIO.
           WRITE MOVREL-LINHA FROM WRK-LINHA-MOV.

       0295-FORMATAR-DATA.

           MOVE SPACES TO WRK-DATA-FORMATADA.
           STRING WRK-DTA-DIA DELIMITED BY SIZE
               '/'            DELIMITED BY SIZE
               WRK-DTA-MES    DELIMITED BY SIZE
               '/'            DELIMITED BY SIZE
               WRK-DTA-ANO    DELIMITED BY SIZE
               INTO WRK-DATA-FORMATADA.

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
               MOVE SPACES              TO MOVGOV-REG
               MOVE '9'                 TO MOV-TIPO-REG
               MOVE WRK-QTD-ADMISSOES   TO MOV-T-QTD-ADMISSOES
               MOVE WRK-QTD-DESLIG      TO MOV-T-QTD-DESLIG
               MOVE WRK-QTD-TRANSF      TO MOV-T-QTD-TRANSF
               MOVE WRK-QTD-REGISTROS   TO MOV-T-QTD-REGISTROS
               WRITE MOVGOV-REG

               MOVE SPACES TO MOVREL-LINHA
               WRITE MOVREL-LINHA
               STRING 'ADMISSOES.....................: '
                   DELIMITED BY SIZE
                   WRK-QTD-ADMISSOES DELIMITED BY SIZE
                   INTO MOVREL-LINHA
               WRITE MOVREL-LINHA
               MOVE SPACES TO MOVREL-LINHA
               STRING 'DESLIGAMENTOS.................: '
                   DELIMITED BY SIZE
                   WRK-QTD-DESLIG DELIMITED BY SIZE
                   INTO MOVREL-LINHA
               WRITE MOVREL-LINHA
               MOVE SPACES TO MOVREL-LINHA
               STRING 'TRANSFERENCIAS................: '
                   DELIMITED BY SIZE
                   WRK-QTD-TRANSF DELIMITED BY SIZE
                   INTO MOVREL-LINHA
               WRITE MOVREL-LINHA
               MOVE SPACES TO MOVREL-LINHA
               STRING 'REJEITADOS PARA EXCECOES......: '
                   DELIMITED BY SIZE
                   WRK-GOV-QTD-REJEITADOS DELIMITED BY SIZE
                   INTO MOVREL-LINHA
               WRITE MOVREL-LINHA

               IF WRK-EMPALTER-ABERTO
                   CLOSE EMPALTER-FILE
               END-IF
               CLOSE EMPREGADOS-FILE
               CLOSE MOVGOV-FILE
               CLOSE MOVREL-FILE
               CLOSE EXCECOES-FILE
           END-IF.

       COPY CPYGOVPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
