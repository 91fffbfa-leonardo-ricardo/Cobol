       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGADTB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ADIANTAMENTO QUINZENAL DE SALARIO EM LOTE. LE O
      **    CADASTRO DE EMPREGADOS (EMPREGAD) E, PARA CADA EMPREGADO
      **    ATIVO QUE OPTOU PELO ADIANTAMENTO (ARQUIVO DE OPCOES
      **    ADIANOPC, GRAVADO PELO RH), CALCULA 40% DO SALARIO,
      **    LIMITADO AO TETO DA FAIXA SALARIAL DO CARGO (CADASTRO
      **    CARGOS, VER CPYCGO*). GERA A REMESSA BANCARIA DOS
      **    DEPOSITOS (ADIANREM, NO LAYOUT DA BANCOREM DA FOLHA), O
      **    RELATORIO DE ADIANTAMENTOS (ADIANREL) E O REGISTRO DE
      **    ADIANTAMENTOS DA COMPETENCIA (ADIANTAM, VER CPYADT*), DE
      **    ONDE A FOLHA (PROGTEPB) DESCONTA O ADIANTAMENTO NO
      **    CONTRACHEQUE DO MES. AGENDADO NO CALENDARIO DE JOBS
      **    (JOBSCHED) COMO JOB MENSAL DO DIA 20.
      **    OS DEPOSITOS SAEM DA CONTA BANCARIA DA FOLHA DO CADASTRO
      **    (CONTABCO, FINALIDADE 'F', VER CPYCBC*), QUE VAI NO
      **    HEADER DA REMESSA E NO RELATORIO; O TOTAL DA REMESSA
      **    ENTRA NO MOVIMENTO BANCARIO (MOVBANCO) COMO SAIDA
      **    PREVISTA, PARA A POSICAO DE TESOURARIA (PROGTESB).
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
           SELECT ADIANOPC-FILE ASSIGN TO "ADIANOPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANOPC-STATUS.
           SELECT REMESSA-FILE ASSIGN TO "ADIANREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMESSA-STATUS.
           SELECT ADIANREL-FILE ASSIGN TO "ADIANREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANREL-STATUS.
           COPY CPYADTSL.
           COPY CPYCGOSL.
           COPY CPYABLSL.
           COPY CPYEXCSL.
           COPY CPYLOTSL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMPFD.
       COPY CPYADTFD.
       COPY CPYCGOFD.
       COPY CPYABLFD.
       COPY CPYEXCFD.
       COPY CPYLOTFD.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       FD  ADIANOPC-FILE.
       01  ADIANOPC-REG.
           05  AOP-MATRICULA      PIC 9(05).
           05  AOP-OPCAO          PIC X(01).
               88  AOP-OPTANTE                VALUE 'S'.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA          PIC X(80).

       FD  ADIANREL-FILE.
       01  ADIANREL-LINHA         PIC X(90).

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-ADIANOPC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REMESSA-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-ADIANREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ADIANTAM-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPREGADOS-ABERTO            VALUE 'S'.
       77  WRK-ADIANOPC-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-ADIANOPC-FIM             VALUE 'S'.
       77  WRK-ADIANTAM-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-ADIANTAM-FIM             VALUE 'S'.
       77  WRK-ADT-PCT            PIC 9(02)V99 VALUE 40,00.
       77  WRK-ADT-BASE           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ADT-VALOR          PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ADT-LIMITADO-SW    PIC X(01) VALUE 'N'.
           88  WRK-ADT-LIMITADO             VALUE 'S'.
       77  WRK-ADT-PAGO-SW        PIC X(01) VALUE 'N'.
           88  WRK-ADT-PAGO                 VALUE 'S'.
       77  WRK-QTD-EMPREGADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LIMITADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ADIANTAMENTO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TAB-AOP-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-AOP-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-AOP-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-AOP-ACHOU                VALUE 'S'.
       01  WRK-TAB-OPCOES.
           05  TAB-AOP OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-AOP-QTD
                   INDEXED BY AOP-IDX.
               10  TAB-AOP-MATRICULA  PIC 9(05).
               10  TAB-AOP-USADO-SW   PIC X(01).
                   88  TAB-AOP-USADO            VALUE 'S'.
       77  WRK-TAB-APG-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PAGOS.
           05  TAB-APG OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-APG-QTD
                   INDEXED BY APG-IDX.
               10  TAB-APG-MATRICULA  PIC 9(05).
       01  WRK-REM-HEADER.
           05  WRK-RMH-TIPO       PIC X(01) VALUE '0'.
           05  WRK-RMH-DATA       PIC 9(08).
           05  WRK-RMH-SEQUENCIA  PIC 9(05).
           05  FILLER             PIC X(20) VALUE
               'REMESSA ADIANTAMENTO'.
           05  WRK-RMH-BANCO      PIC 9(03).
           05  WRK-RMH-AGENCIA    PIC 9(04).
           05  WRK-RMH-CONTA      PIC 9(08).
           05  WRK-RMH-CONTA-DV   PIC X(01).
       01  WRK-REM-DETALHE.
           05  WRK-RMD-TIPO       PIC X(01) VALUE '1'.
           05  WRK-RMD-MATRICULA  PIC 9(05).
           05  WRK-RMD-NOME       PIC X(30).
           05  WRK-RMD-BANCO      PIC 9(03).
           05  WRK-RMD-AGENCIA    PIC 9(04).
           05  WRK-RMD-CONTA      PIC 9(08).
           05  WRK-RMD-CONTA-DV   PIC X(01).
           05  WRK-RMD-VALOR      PIC 9(09)V99.
       01  WRK-REM-TRAILER.
           05  WRK-RMT-TIPO       PIC X(01) VALUE '9'.
           05  WRK-RMT-QTD        PIC 9(05).
           05  WRK-RMT-TOTAL      PIC 9(11)V99.
       01  WRK-LINHA-ADIANTAMENTO.
           05  WRK-LAD-MATRICULA  PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAD-NOME       PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAD-CARGO      PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAD-SALARIO    PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAD-BASE       PIC ZZZ.ZZ9,99.
           05  WRK-LAD-LIMITE     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LAD-VALOR      PIC ZZZ.ZZ9,99.
       COPY CPYCGOTB.
       COPY CPYCBCTB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYEXCWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7700-CARREGAR-TABELA-CARGOS.
           PERFORM 7800-CARREGAR-OPCOES.
           PERFORM 7850-CARREGAR-PAGOS.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'F' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGADTB'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-EMPREGADOS-ABERTO TO TRUE

               OPEN EXTEND EXCECOES-FILE
               IF WRK-EXCECOES-STATUS = '05' OR '35'
                   CLOSE EXCECOES-FILE
                   OPEN OUTPUT EXCECOES-FILE
               END-IF

               OPEN EXTEND ADIANTAM-FILE
               IF WRK-ADIANTAM-STATUS = '05' OR '35'
                   CLOSE ADIANTAM-FILE
                   OPEN OUTPUT ADIANTAM-FILE
               END-IF

               OPEN OUTPUT REMESSA-FILE
               MOVE WRK-LOTECAB-DATA      TO WRK-RMH-DATA
               MOVE WRK-LOTECAB-SEQUENCIA TO WRK-RMH-SEQUENCIA
               MOVE WRK-CBC-BANCO         TO WRK-RMH-BANCO
               MOVE WRK-CBC-AGENCIA       TO WRK-RMH-AGENCIA
               MOVE WRK-CBC-CONTA         TO WRK-RMH-CONTA
               MOVE WRK-CBC-CONTA-DV      TO WRK-RMH-CONTA-DV
               WRITE REMESSA-LINHA FROM WRK-REM-HEADER

               OPEN OUTPUT ADIANREL-FILE
               MOVE 'PROGADTB' TO WRK-CAB-PROGRAMA
               MOVE 'ADIANTAMENTO QUINZENAL' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE ADIANREL-LINHA FROM WRK-CAB-LINHA1
               WRITE ADIANREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO ADIANREL-LINHA
               STRING 'COMPETENCIA: '  DELIMITED BY SIZE
                   WRK-LOTECAB-MES     DELIMITED BY SIZE
                   '/'                 DELIMITED BY SIZE
                   WRK-LOTECAB-ANO     DELIMITED BY SIZE
                   '   PERCENTUAL: '   DELIMITED BY SIZE
                   WRK-ADT-PCT         DELIMITED BY SIZE
                   '%'                 DELIMITED BY SIZE
                   INTO ADIANREL-LINHA
               WRITE ADIANREL-LINHA
               MOVE SPACES TO ADIANREL-LINHA
               STRING 'CONTA DE SAIDA: ' DELIMITED BY SIZE
                   WRK-CBC-CODIGO      DELIMITED BY SIZE
                   ' - '               DELIMITED BY SIZE
                   WRK-CBC-DESCRICAO   DELIMITED BY SIZE
                   ' BANCO '           DELIMITED BY SIZE
                   WRK-CBC-BANCO       DELIMITED BY SIZE
                   ' AG. '             DELIMITED BY SIZE
                   WRK-CBC-AGENCIA     DELIMITED BY SIZE
                   ' C/C '             DELIMITED BY SIZE
                   WRK-CBC-CONTA       DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   WRK-CBC-CONTA-DV    DELIMITED BY SIZE
                   INTO ADIANREL-LINHA
               WRITE ADIANREL-LINHA
               MOVE SPACES TO ADIANREL-LINHA
               WRITE ADIANREL-LINHA
               MOVE 'MATR.  NOME                            CARGO  '
                   TO ADIANREL-LINHA
               MOVE '   SALARIO        BASE   ADIANTAM.'
                   TO ADIANREL-LINHA(48:)
               WRITE ADIANREL-LINHA

               READ EMPREGADOS-FILE NEXT RECORD
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** SO RECEBE ADIANTAMENTO O EMPREGADO ATIVO QUE CONSTA COMO
      ** OPTANTE NO ADIANOPC. OPTANTE QUE JA TEM ADIANTAMENTO NA
      ** COMPETENCIA (REEXECUCAO DO JOB NO MES) NAO RECEBE OUTRO E
      ** E APONTADO EM EXCECOES.
      **************************************************************
       0200-PROCESSAR.

           IF EMP-DESLIGADO
               CONTINUE
           ELSE
               PERFORM 0205-CONFERIR-OPCAO
               IF WRK-AOP-ACHOU
                   PERFORM 0210-CALCULAR-EMPREGADO
               END-IF
           END-IF.

           READ EMPREGADOS-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0205-CONFERIR-OPCAO.

           MOVE 'N' TO WRK-AOP-ACHOU-SW.
           SET AOP-IDX TO 1.
           SEARCH TAB-AOP
               AT END
                   CONTINUE
               WHEN TAB-AOP-MATRICULA(AOP-IDX) = EMP-MATRICULA
                   SET WRK-AOP-ACHOU TO TRUE
                   SET TAB-AOP-USADO(AOP-IDX) TO TRUE
           END-SEARCH.

      **************************************************************
      ** CALCULO DO ADIANTAMENTO: A BASE E O SALARIO DO CADASTRO,
      ** LIMITADA AO TETO DA FAIXA DO CARGO (EMPREGADO ACIMA DA
      ** FAIXA RECEBE O ADIANTAMENTO SOBRE O TETO E SAI MARCADO COM
      ** '*' NO RELATORIO). CARGO NAO CADASTRADO NAO RECEBE
      ** ADIANTAMENTO E VAI PARA EXCECOES. SEM O CADASTRO DE CARGOS,
      ** A BASE E O SALARIO CHEIO.
      **************************************************************
       0210-CALCULAR-EMPREGADO.

           MOVE 'N' TO WRK-ADT-PAGO-SW.
           SET APG-IDX TO 1.
           SEARCH TAB-APG
               AT END
                   CONTINUE
               WHEN TAB-APG-MATRICULA(APG-IDX) = EMP-MATRICULA
                   SET WRK-ADT-PAGO TO TRUE
           END-SEARCH.

           IF WRK-ADT-PAGO
               MOVE 'PROGADTB'    TO EXC-PROGRAMA
               MOVE EMP-MATRICULA TO EXC-CHAVE
               MOVE 'ADT-COMPETENCIA' TO EXC-CAMPO
               MOVE WRK-LOTECAB-DATA  TO EXC-VALOR
               MOVE 'ADIANTAMENTO JA PAGO NA COMPETENCIA'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           ELSE
               MOVE EMP-SALARIO TO WRK-ADT-BASE
               MOVE 'N'         TO WRK-ADT-LIMITADO-SW
               IF WRK-TAB-CGO-QTD > ZEROS
                   MOVE EMP-CARGO TO WRK-CGO-CODIGO
                   PERFORM 7710-BUSCAR-CARGO
                   IF WRK-CGO-ACHOU
                       IF WRK-ADT-BASE > WRK-CGO-FAIXA-MAXIMA
                           MOVE WRK-CGO-FAIXA-MAXIMA TO WRK-ADT-BASE
                           SET WRK-ADT-LIMITADO TO TRUE
                       END-IF
                       PERFORM 0220-PAGAR-ADIANTAMENTO
                   ELSE
                       MOVE 'PROGADTB'    TO EXC-PROGRAMA
                       MOVE EMP-MATRICULA TO EXC-CHAVE
                       MOVE 'EMP-CARGO'   TO EXC-CAMPO
                       MOVE EMP-CARGO     TO EXC-VALOR
                       MOVE 'CARGO NAO CADASTRADO - SEM ADIANTAMENTO'
                           TO EXC-MOTIVO
                       PERFORM 9100-GRAVAR-EXCECAO
                   END-IF
               ELSE
                   PERFORM 0220-PAGAR-ADIANTAMENTO
               END-IF
           END-IF.

       0220-PAGAR-ADIANTAMENTO.

           COMPUTE WRK-ADT-VALOR ROUNDED =
               WRK-ADT-BASE * WRK-ADT-PCT / 100.

           IF WRK-ADT-VALOR > ZEROS
               ADD 1 TO WRK-QTD-EMPREGADOS
               ADD WRK-ADT-VALOR TO WRK-TOTAL-ADIANTAMENTO
               IF WRK-ADT-LIMITADO
                   ADD 1 TO WRK-QTD-LIMITADOS
               END-IF

               MOVE EMP-MATRICULA   TO ADT-MATRICULA
               MOVE WRK-LOTECAB-ANO TO ADT-COMP-ANO
               MOVE WRK-LOTECAB-MES TO ADT-COMP-MES
               MOVE WRK-LOTECAB-DATA TO ADT-DATA
               MOVE WRK-ADT-BASE    TO ADT-BASE
               MOVE WRK-ADT-VALOR   TO ADT-VALOR
               WRITE ADIANTAM-REG

               MOVE EMP-MATRICULA   TO WRK-RMD-MATRICULA
               MOVE EMP-NOME        TO WRK-RMD-NOME
               MOVE EMP-BANCO       TO WRK-RMD-BANCO
               MOVE EMP-AGENCIA     TO WRK-RMD-AGENCIA
               MOVE EMP-CONTA       TO WRK-RMD-CONTA
               MOVE EMP-CONTA-DV    TO WRK-RMD-CONTA-DV
               MOVE WRK-ADT-VALOR   TO WRK-RMD-VALOR
               WRITE REMESSA-LINHA FROM WRK-REM-DETALHE

               MOVE EMP-MATRICULA   TO WRK-LAD-MATRICULA
               MOVE EMP-NOME        TO WRK-LAD-NOME
               MOVE EMP-CARGO       TO WRK-LAD-CARGO
               MOVE EMP-SALARIO     TO WRK-LAD-SALARIO
               MOVE WRK-ADT-BASE    TO WRK-LAD-BASE
               IF WRK-ADT-LIMITADO
                   MOVE '*' TO WRK-LAD-LIMITE
               ELSE
                   MOVE SPACE TO WRK-LAD-LIMITE
               END-IF
               MOVE WRK-ADT-VALOR   TO WRK-LAD-VALOR
               WRITE ADIANREL-LINHA FROM WRK-LINHA-ADIANTAMENTO
           END-IF.

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
               PERFORM 0310-APONTAR-OPCAO-SEM-EMP
                   VARYING WRK-AOP-SUB FROM 1 BY 1
                   UNTIL WRK-AOP-SUB > WRK-TAB-AOP-QTD

               MOVE WRK-QTD-EMPREGADOS     TO WRK-RMT-QTD
               MOVE WRK-TOTAL-ADIANTAMENTO TO WRK-RMT-TOTAL
               WRITE REMESSA-LINHA FROM WRK-REM-TRAILER
               PERFORM 0320-GRAVAR-MOVIMENTO-BANCO

               MOVE SPACES TO ADIANREL-LINHA
               WRITE ADIANREL-LINHA
               STRING 'TOTAL DE ADIANTAMENTOS: ' DELIMITED BY SIZE
                   WRK-QTD-EMPREGADOS DELIMITED BY SIZE
                   INTO ADIANREL-LINHA
               WRITE ADIANREL-LINHA
               MOVE SPACES TO ADIANREL-LINHA
               STRING 'LIMITADOS AO TETO DA FAIXA (*): '
                   DELIMITED BY SIZE
                   WRK-QTD-LIMITADOS DELIMITED BY SIZE
                   INTO ADIANREL-LINHA
               WRITE ADIANREL-LINHA
               MOVE SPACES TO ADIANREL-LINHA
               STRING 'VALOR TOTAL DA REMESSA: ' DELIMITED BY SIZE
                   WRK-TOTAL-ADIANTAMENTO DELIMITED BY SIZE
                   INTO ADIANREL-LINHA
               WRITE ADIANREL-LINHA

               CLOSE EMPREGADOS-FILE
               CLOSE REMESSA-FILE
               CLOSE ADIANREL-FILE
               CLOSE ADIANTAM-FILE
               CLOSE EXCECOES-FILE
           END-IF.

      **************************************************************
      ** A REMESSA DE ADIANTAMENTOS ENTRA NO MOVIMENTO BANCARIO COMO
      ** SAIDA PREVISTA DA CONTA DA FOLHA NA DATA DO LOTE, PELO
      ** TOTAL DO TRAILER, COMO A REMESSA DE SALARIOS DA FOLHA.
      **************************************************************
       0320-GRAVAR-MOVIMENTO-BANCO.

           IF WRK-TOTAL-ADIANTAMENTO > ZEROS
               PERFORM 7540-ABRIR-MOVIMENTO-BANCO
               MOVE WRK-LOTECAB-DATA   TO MBC-DATA
               MOVE 'PROGADTB'         TO MBC-PROGRAMA
               MOVE 'ADIANREM'         TO MBC-ARQUIVO
               SET MBC-SAIDA           TO TRUE
               SET MBC-PREVISTO        TO TRUE
               MOVE WRK-TOTAL-ADIANTAMENTO TO MBC-VALOR
               MOVE WRK-RMT-QTD        TO MBC-QUANTIDADE
               MOVE 'ADIANREM'         TO MBC-DOCUMENTO
               MOVE 'REMESSA DE ADIANTAMENTOS' TO MBC-HISTORICO
               PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               CLOSE MOVBANCO-FILE
           END-IF.

      **************************************************************
      ** OPCAO DE ADIANTAMENTO SEM EMPREGADO ATIVO NO CADASTRO
      ** (MATRICULA INEXISTENTE OU DESLIGADO) E DESVIADA PARA O
      ** RELATORIO DE EXCECOES, PARA O RH ATUALIZAR O ADIANOPC.
      **************************************************************
       0310-APONTAR-OPCAO-SEM-EMP.

           IF NOT TAB-AOP-USADO(WRK-AOP-SUB)
               MOVE 'PROGADTB' TO EXC-PROGRAMA
               MOVE TAB-AOP-MATRICULA(WRK-AOP-SUB) TO EXC-CHAVE
               MOVE 'AOP-MATRICULA' TO EXC-CAMPO
               MOVE TAB-AOP-MATRICULA(WRK-AOP-SUB) TO EXC-VALOR
               MOVE 'OPCAO SEM EMPREGADO ATIVO' TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

      **************************************************************
      ** CARGA DAS OPCOES DE ADIANTAMENTO (ADIANOPC) PARA A TABELA
      ** EM MEMORIA. SO ENTRAM OS OPTANTES ('S'). O ARQUIVO E
      ** OPCIONAL; AUSENTE, NINGUEM RECEBE ADIANTAMENTO.
      **************************************************************
       7800-CARREGAR-OPCOES.

           MOVE 'N' TO WRK-ADIANOPC-FIM-SW.
           MOVE 0   TO WRK-TAB-AOP-QTD.
           OPEN INPUT ADIANOPC-FILE.
           IF WRK-ADIANOPC-STATUS = '35'
               CONTINUE
           ELSE
               READ ADIANOPC-FILE
                   AT END SET WRK-ADIANOPC-FIM TO TRUE
               END-READ
               PERFORM 7810-LER-OPCAO UNTIL WRK-ADIANOPC-FIM
               CLOSE ADIANOPC-FILE
           END-IF.

       7810-LER-OPCAO.

           IF AOP-OPTANTE AND WRK-TAB-AOP-QTD < 500
               ADD 1 TO WRK-TAB-AOP-QTD
               MOVE AOP-MATRICULA
                   TO TAB-AOP-MATRICULA(WRK-TAB-AOP-QTD)
               MOVE 'N' TO TAB-AOP-USADO-SW(WRK-TAB-AOP-QTD)
           END-IF.
           READ ADIANOPC-FILE
               AT END SET WRK-ADIANOPC-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARGA DOS ADIANTAMENTOS JA PAGOS NA COMPETENCIA DO LOTE
      ** (ADIANTAM), PARA UMA REEXECUCAO DO JOB NO MESMO MES NAO
      ** DEPOSITAR O ADIANTAMENTO EM DOBRO.
      **************************************************************
       7850-CARREGAR-PAGOS.

           MOVE 'N' TO WRK-ADIANTAM-FIM-SW.
           MOVE 0   TO WRK-TAB-APG-QTD.
           OPEN INPUT ADIANTAM-FILE.
           IF WRK-ADIANTAM-STATUS = '35'
               CONTINUE
           ELSE
               READ ADIANTAM-FILE
                   AT END SET WRK-ADIANTAM-FIM TO TRUE
               END-READ
               PERFORM 7860-LER-PAGO UNTIL WRK-ADIANTAM-FIM
               CLOSE ADIANTAM-FILE
           END-IF.

       7860-LER-PAGO.

           IF ADT-COMP-ANO = WRK-LOTECAB-ANO
               AND ADT-COMP-MES = WRK-LOTECAB-MES
               AND WRK-TAB-APG-QTD < 500
               ADD 1 TO WRK-TAB-APG-QTD
               MOVE ADT-MATRICULA
                   TO TAB-APG-MATRICULA(WRK-TAB-APG-QTD)
           END-IF.
           READ ADIANTAM-FILE
               AT END SET WRK-ADIANTAM-FIM TO TRUE
           END-READ.

       COPY CPYCGOPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYEXCPR.
       COPY CPYLOTPR.
       COPY CPYCBCPR.
       COPY CPYMBCPR.
