       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRVB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: PROVISAO MENSAL DE FERIAS E 13o SALARIO, NO
      **    FECHAMENTO DO MES, DENTRO DA JANELA DE LOTE. PARA CADA
      **    EMPREGADO ATIVO, APROPRIA O DOZE AVOS DO MES: FERIAS
      **    COM O TERCO (SALARIO * 4/3 / 12), 13o (SALARIO / 12) E
      **    OS ENCARGOS SOBRE AMBOS (FGTS E INSS PATRONAL, VER
      **    CPYPRVWS). MES COM MENOS DE 15 DIAS PAGOS PELA EMPRESA
      **    (AFASTAMENTO, VER CPYAFSPR) OU ADMISSAO DEPOIS DO DIA 15
      **    NAO GERA AVO, O MESMO CRITERIO DO PROGD13B. O SALDO POR
      **    EMPREGADO FICA NO PROVISAO, QUE O PAGAMENTO DE FERIAS
      **    (PROGFERP), DO 13o (PROGD13B) E A RESCISAO (PROGRESC)
      **    CONSOMEM (CPYPRVPR). O INCREMENTO E LANCADO NO RAZAO
      **    (LANCTOS) POR CENTRO DE CUSTO: DEBITO DAS DESPESAS
      **    (41010/41011/41012) E CREDITO DAS PROVISOES (21010/
      **    21011/21012). O CONTROLE PRVAPLIC (COMPETENCIA JA
      **    PROVISIONADA) IMPEDE O LANCAMENTO EM DOBRO DE UMA
      **    REEXECUCAO. SAI O RELATORIO DE SALDOS POR EMPREGADO
      **    (PROVREL), PARA A CONCILIACAO DA CONTABILIDADE.
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
           COPY CPYPRVSL.
           COPY CPYAFSSL.
           SELECT PRVAPLIC-FILE ASSIGN TO "PRVAPLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRVAPLIC-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           SELECT PROVREL-FILE ASSIGN TO "PROVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROVREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMPFD.
       COPY CPYPRVFD.
       COPY CPYAFSFD.
       FD  PRVAPLIC-FILE.
       01  PRVAPLIC-REG.
           05  PVA-ANOMES         PIC 9(06).

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).

       FD  PROVREL-FILE.
       01  PROVREL-LINHA          PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-PRVAPLIC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PROVREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-APL-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-APL-FIM                    VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMPREGADOS-ABERTO            VALUE 'S'.
       77  WRK-ANOMES-REF         PIC 9(06) VALUE ZEROS.
       77  WRK-ANOMES-ENTRADA     PIC 9(06) VALUE ZEROS.
       77  WRK-JA-APLICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-JA-APLICADO              VALUE 'S'.
       77  WRK-PROVISIONA-SW      PIC X(01) VALUE 'N'.
           88  WRK-PROVISIONA               VALUE 'S'.
       77  WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-EMPREGADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROVISIONADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-INC-FERIAS         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-INC-13             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-INC-ENCARGOS       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-INC-TOTAL          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOTAL-INCREMENTO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO-FERIAS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO-13     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO-ENC    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAB-PCC-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-PCC-SUB            PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PROV-CCUSTO.
           05  TAB-PCC OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-PCC-QTD
                   INDEXED BY PCC-IDX.
               10  TAB-PCC-CODIGO     PIC X(05).
               10  TAB-PCC-FERIAS     PIC 9(09)V99.
               10  TAB-PCC-13         PIC 9(09)V99.
               10  TAB-PCC-ENCARGOS   PIC 9(09)V99.
       01  WRK-LINHA-PROV.
           05  WRK-LP-MATRICULA   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-NOME        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-CCUSTO      PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-INCREMENTO  PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-SALDO-FER   PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-SALDO-13    PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-SALDO-ENC   PIC Z.ZZZ.ZZ9,99.
       01  WRK-LINHA-PCC.
           05  FILLER             PIC X(16) VALUE 'CENTRO DE CUSTO '.
           05  WRK-LC-CODIGO      PIC X(05).
           05  FILLER             PIC X(10) VALUE '  FERIAS: '.
           05  WRK-LC-FERIAS      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(07) VALUE '  13o: '.
           05  WRK-LC-13          PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(12) VALUE '  ENCARGOS: '.
           05  WRK-LC-ENCARGOS    PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYPRVWS.
       COPY CPYDTSWS.
       COPY CPYAFSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES-REF.
           PERFORM 8000-CONFERIR-APLICACAO.

           IF WRK-JA-APLICADO
               DISPLAY 'PROVISAO DA COMPETENCIA ' WRK-ANOMES-REF
                   ' JA LANCADA - NADA A FAZER.'
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT EMPREGADOS-FILE
               IF WRK-EMPREGADOS-STATUS NOT = '00'
                   MOVE 'PROGPRVB'            TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
                   MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-EMPREGADOS-ABERTO TO TRUE

                   OPEN I-O PROVISAO-FILE
                   IF WRK-PROVISAO-STATUS = '35'
                       OPEN OUTPUT PROVISAO-FILE
                       CLOSE PROVISAO-FILE
                       OPEN I-O PROVISAO-FILE
                   END-IF
                   SET WRK-PROVISAO-ABERTO TO TRUE

                   OPEN INPUT AFASTAM-FILE
                   IF WRK-AFASTAM-STATUS = '00'
                       SET WRK-AFASTAM-ABERTO TO TRUE
                   END-IF

                   OPEN EXTEND LANCTOS-FILE
                   IF WRK-LANCTOS-STATUS = '05' OR '35'
                       CLOSE LANCTOS-FILE
                       OPEN OUTPUT LANCTOS-FILE
                   END-IF

                   OPEN OUTPUT PROVREL-FILE
                   MOVE 'PROGPRVB' TO WRK-CAB-PROGRAMA
                   MOVE 'PROVISAO DE FERIAS E 13o'
                       TO WRK-CAB-TITULO
                   MOVE 1          TO WRK-CAB-PAGINA
                   PERFORM 0900-MONTAR-CABECALHO-PADRAO
                   WRITE PROVREL-LINHA FROM WRK-CAB-LINHA1
                   WRITE PROVREL-LINHA FROM WRK-CAB-LINHA2
                   MOVE SPACES TO PROVREL-LINHA
                   WRITE PROVREL-LINHA
                   MOVE SPACES TO PROVREL-LINHA
                   STRING 'MATR.  NOME                            '
                       DELIMITED BY SIZE
                       'C.C.   INCREM.MES  SALDO FERIAS'
                       DELIMITED BY SIZE
                       '      SALDO 13o  SALDO ENCARG.'
                       DELIMITED BY SIZE
                       INTO PROVREL-LINHA
                   WRITE PROVREL-LINHA

                   PERFORM 0110-CALCULAR-PERIODO

                   READ EMPREGADOS-FILE NEXT RECORD
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

      **************************************************************
      ** PERIODO DA COMPETENCIA (PRIMEIRO AO ULTIMO DIA DO MES DO
      ** LOTE), PARA A APURACAO DOS DIAS DE AFASTAMENTO.
      **************************************************************
       0110-CALCULAR-PERIODO.

           MOVE 'UM'            TO DTS-FUNCAO.
           MOVE WRK-LOTECAB-ANO TO DTS-DATA1-ANO.
           MOVE WRK-LOTECAB-MES TO DTS-DATA1-MES.
           MOVE 01              TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS        TO WRK-DIAS-NO-MES.

           COMPUTE WRK-AFS-PER-INICIO = WRK-ANOMES-REF * 100 + 1.
           COMPUTE WRK-AFS-PER-FIM =
               WRK-ANOMES-REF * 100 + WRK-DIAS-NO-MES.

       0200-PROCESSAR.

           IF EMP-ATIVO
               PERFORM 0210-PROVISIONAR-EMPREGADO
           END-IF.

           READ EMPREGADOS-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** AVO DO MES DE UM EMPREGADO ATIVO. NAO PROVISIONA QUEM FOI
      ** ADMITIDO DEPOIS DA COMPETENCIA OU DEPOIS DO DIA 15 DELA,
      ** QUEM TEVE MENOS DE 15 DIAS PAGOS PELA EMPRESA NO MES E QUEM
      ** JA TEM A COMPETENCIA NO SALDO. O EMPREGADO SAI NO
      ** RELATORIO DE QUALQUER FORMA, COM O SALDO ATUAL.
      **************************************************************
       0210-PROVISIONAR-EMPREGADO.

           ADD 1 TO WRK-QTD-EMPREGADOS.
           MOVE ZEROS TO WRK-INC-FERIAS.
           MOVE ZEROS TO WRK-INC-13.
           MOVE ZEROS TO WRK-INC-ENCARGOS.
           MOVE ZEROS TO WRK-INC-TOTAL.
           MOVE 'S'   TO WRK-PROVISIONA-SW.

           COMPUTE WRK-ANOMES-ENTRADA =
               EMP-ANOENTRADA * 100 + EMP-MESENTRADA.
           IF WRK-ANOMES-ENTRADA > WRK-ANOMES-REF
               OR (WRK-ANOMES-ENTRADA = WRK-ANOMES-REF
                   AND EMP-DIAENTRADA > 15)
               MOVE 'N' TO WRK-PROVISIONA-SW
           END-IF.

           IF WRK-PROVISIONA
               MOVE EMP-MATRICULA TO WRK-AFS-MATRICULA
               PERFORM 7720-SOMAR-AFASTAMENTOS
               IF WRK-DIAS-NO-MES - WRK-AFS-DIAS-NAO-PAGOS < 15
                   MOVE 'N' TO WRK-PROVISIONA-SW
               END-IF
           END-IF.

           MOVE EMP-MATRICULA TO PRV-MATRICULA.
           READ PROVISAO-FILE
               INVALID KEY
                   MOVE 'N'   TO WRK-PRV-ACHOU-SW
                   MOVE EMP-MATRICULA TO PRV-MATRICULA
                   MOVE ZEROS TO PRV-SALDO-FERIAS
                   MOVE ZEROS TO PRV-SALDO-13
                   MOVE ZEROS TO PRV-SALDO-ENCARGOS
                   MOVE ZEROS TO PRV-ULT-COMPETENCIA
               NOT INVALID KEY
                   SET WRK-PRV-ACHOU TO TRUE
           END-READ.

           IF PRV-ULT-COMPETENCIA NOT < WRK-ANOMES-REF
               MOVE 'N' TO WRK-PROVISIONA-SW
           END-IF.

           IF WRK-PROVISIONA
               PERFORM 0220-CALCULAR-AVO
           END-IF.

           MOVE EMP-MATRICULA      TO WRK-LP-MATRICULA.
           MOVE EMP-NOME           TO WRK-LP-NOME.
           MOVE EMP-CENTRO-CUSTO   TO WRK-LP-CCUSTO.
           MOVE WRK-INC-TOTAL      TO WRK-LP-INCREMENTO.
           MOVE PRV-SALDO-FERIAS   TO WRK-LP-SALDO-FER.
           MOVE PRV-SALDO-13       TO WRK-LP-SALDO-13.
           MOVE PRV-SALDO-ENCARGOS TO WRK-LP-SALDO-ENC.
           WRITE PROVREL-LINHA FROM WRK-LINHA-PROV.

           ADD WRK-INC-TOTAL      TO WRK-TOTAL-INCREMENTO.
           ADD PRV-SALDO-FERIAS   TO WRK-TOTAL-SALDO-FERIAS.
           ADD PRV-SALDO-13       TO WRK-TOTAL-SALDO-13.
           ADD PRV-SALDO-ENCARGOS TO WRK-TOTAL-SALDO-ENC.

      **************************************************************
      ** CALCULO DO AVO, ATUALIZACAO DO SALDO NO PROVISAO E
      ** ACUMULO NA TABELA POR CENTRO DE CUSTO.
      **************************************************************
       0220-CALCULAR-AVO.

           COMPUTE WRK-INC-FERIAS ROUNDED = EMP-SALARIO * 4 / 36.
           COMPUTE WRK-INC-13 ROUNDED = EMP-SALARIO / 12.
           COMPUTE WRK-INC-ENCARGOS ROUNDED =
               (WRK-INC-FERIAS + WRK-INC-13)
               * (WRK-PERC-FGTS + WRK-PERC-INSS-PATRONAL) / 100.
           COMPUTE WRK-INC-TOTAL =
               WRK-INC-FERIAS + WRK-INC-13 + WRK-INC-ENCARGOS.

           ADD WRK-INC-FERIAS   TO PRV-SALDO-FERIAS.
           ADD WRK-INC-13       TO PRV-SALDO-13.
           ADD WRK-INC-ENCARGOS TO PRV-SALDO-ENCARGOS.
           MOVE WRK-ANOMES-REF  TO PRV-ULT-COMPETENCIA.
           IF WRK-PRV-ACHOU
               REWRITE PROVISAO-REG
           ELSE
               WRITE PROVISAO-REG
           END-IF.

           SET PCC-IDX TO 1.
           SEARCH TAB-PCC
               AT END
                   ADD 1 TO WRK-TAB-PCC-QTD
                   SET PCC-IDX TO WRK-TAB-PCC-QTD
                   MOVE EMP-CENTRO-CUSTO TO TAB-PCC-CODIGO(PCC-IDX)
                   MOVE ZEROS TO TAB-PCC-FERIAS(PCC-IDX)
                   MOVE ZEROS TO TAB-PCC-13(PCC-IDX)
                   MOVE ZEROS TO TAB-PCC-ENCARGOS(PCC-IDX)
               WHEN TAB-PCC-CODIGO(PCC-IDX) = EMP-CENTRO-CUSTO
                   CONTINUE
           END-SEARCH.
           ADD WRK-INC-FERIAS   TO TAB-PCC-FERIAS(PCC-IDX).
           ADD WRK-INC-13       TO TAB-PCC-13(PCC-IDX).
           ADD WRK-INC-ENCARGOS TO TAB-PCC-ENCARGOS(PCC-IDX).

           ADD 1 TO WRK-QTD-PROVISIONADOS.

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
               MOVE SPACES TO PROVREL-LINHA
               WRITE PROVREL-LINHA
               PERFORM 0310-LANCAR-CENTRO-CUSTO
                   VARYING WRK-PCC-SUB FROM 1 BY 1
                   UNTIL WRK-PCC-SUB > WRK-TAB-PCC-QTD

               MOVE SPACES TO PROVREL-LINHA
               WRITE PROVREL-LINHA
               MOVE SPACES TO PROVREL-LINHA
               STRING 'EMPREGADOS ATIVOS: ' DELIMITED BY SIZE
                   WRK-QTD-EMPREGADOS DELIMITED BY SIZE
                   '  PROVISIONADOS NO MES: ' DELIMITED BY SIZE
                   WRK-QTD-PROVISIONADOS DELIMITED BY SIZE
                   INTO PROVREL-LINHA
               WRITE PROVREL-LINHA
               MOVE WRK-TOTAL-INCREMENTO TO WRK-TOTAL-ED
               MOVE SPACES TO PROVREL-LINHA
               STRING 'INCREMENTO DO MES.......: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO PROVREL-LINHA
               WRITE PROVREL-LINHA
               MOVE WRK-TOTAL-SALDO-FERIAS TO WRK-TOTAL-ED
               MOVE SPACES TO PROVREL-LINHA
               STRING 'SALDO PROVISAO FERIAS...: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO PROVREL-LINHA
               WRITE PROVREL-LINHA
               MOVE WRK-TOTAL-SALDO-13 TO WRK-TOTAL-ED
               MOVE SPACES TO PROVREL-LINHA
               STRING 'SALDO PROVISAO 13o......: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO PROVREL-LINHA
               WRITE PROVREL-LINHA
               MOVE WRK-TOTAL-SALDO-ENC TO WRK-TOTAL-ED
               MOVE SPACES TO PROVREL-LINHA
               STRING 'SALDO PROVISAO ENCARGOS.: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO PROVREL-LINHA
               WRITE PROVREL-LINHA

               CLOSE PROVREL-FILE
               CLOSE LANCTOS-FILE
               IF WRK-AFASTAM-ABERTO
                   CLOSE AFASTAM-FILE
               END-IF
               CLOSE PROVISAO-FILE
               CLOSE EMPREGADOS-FILE

               OPEN EXTEND PRVAPLIC-FILE
               IF WRK-PRVAPLIC-STATUS = '05' OR '35'
                   CLOSE PRVAPLIC-FILE
                   OPEN OUTPUT PRVAPLIC-FILE
               END-IF
               MOVE WRK-ANOMES-REF TO PVA-ANOMES
               WRITE PRVAPLIC-REG
               CLOSE PRVAPLIC-FILE
           END-IF.

           DISPLAY 'PROVISAO MENSAL: ' WRK-QTD-PROVISIONADOS
               ' EMPREGADO(S), TOTAL ' WRK-TOTAL-INCREMENTO.

      **************************************************************
      ** LANCAMENTOS DO INCREMENTO DE UM CENTRO DE CUSTO: DEBITO DA
      ** DESPESA E CREDITO DA PROVISAO, PARA FERIAS, 13o E
      ** ENCARGOS, E A LINHA DO CENTRO NO RELATORIO.
      **************************************************************
       0310-LANCAR-CENTRO-CUSTO.

           MOVE WRK-LOTECAB-DATA TO WRK-PRV-DATA.
           MOVE 'PROVREL'        TO WRK-PRV-DOCUMENTO.
           MOVE TAB-PCC-CODIGO(WRK-PCC-SUB) TO WRK-PRV-CENTRO-CUSTO.

           MOVE 'PROVISAO DE FERIAS + 1/3' TO WRK-PRV-HISTORICO.
           MOVE WRK-CONTA-DESP-FERIAS TO WRK-PRV-CONTA-DESP.
           MOVE WRK-CONTA-PROV-FERIAS TO WRK-PRV-CONTA-PROV.
           MOVE TAB-PCC-FERIAS(WRK-PCC-SUB) TO WRK-PRV-LAN-VALOR.
           PERFORM 0320-LANCAR-PAR.

           MOVE 'PROVISAO DE 13o SALARIO' TO WRK-PRV-HISTORICO.
           MOVE WRK-CONTA-DESP-13     TO WRK-PRV-CONTA-DESP.
           MOVE WRK-CONTA-PROV-13     TO WRK-PRV-CONTA-PROV.
           MOVE TAB-PCC-13(WRK-PCC-SUB) TO WRK-PRV-LAN-VALOR.
           PERFORM 0320-LANCAR-PAR.

           MOVE 'PROVISAO DE ENCARGOS' TO WRK-PRV-HISTORICO.
           MOVE WRK-CONTA-DESP-ENCARGOS TO WRK-PRV-CONTA-DESP.
           MOVE WRK-CONTA-PROV-ENCARGOS TO WRK-PRV-CONTA-PROV.
           MOVE TAB-PCC-ENCARGOS(WRK-PCC-SUB) TO WRK-PRV-LAN-VALOR.
           PERFORM 0320-LANCAR-PAR.

           MOVE TAB-PCC-CODIGO(WRK-PCC-SUB)   TO WRK-LC-CODIGO.
           MOVE TAB-PCC-FERIAS(WRK-PCC-SUB)   TO WRK-LC-FERIAS.
           MOVE TAB-PCC-13(WRK-PCC-SUB)       TO WRK-LC-13.
           MOVE TAB-PCC-ENCARGOS(WRK-PCC-SUB) TO WRK-LC-ENCARGOS.
           WRITE PROVREL-LINHA FROM WRK-LINHA-PCC.

       0320-LANCAR-PAR.

           MOVE 'D'                TO WRK-PRV-LAN-TIPO.
           MOVE WRK-PRV-CONTA-DESP TO WRK-PRV-LAN-CONTA.
           PERFORM 7781-GRAVAR-LANCAMENTO.
           MOVE 'C'                TO WRK-PRV-LAN-TIPO.
           MOVE WRK-PRV-CONTA-PROV TO WRK-PRV-LAN-CONTA.
           PERFORM 7781-GRAVAR-LANCAMENTO.

      **************************************************************
      ** CONFERE SE A COMPETENCIA JA FOI PROVISIONADA (PRVAPLIC), A
      ** TRAVA CONTRA O LANCAMENTO EM DOBRO DE UMA REEXECUCAO.
      **************************************************************
       8000-CONFERIR-APLICACAO.

           MOVE 'N' TO WRK-JA-APLICADO-SW.
           MOVE 'N' TO WRK-APL-FIM-SW.

           OPEN INPUT PRVAPLIC-FILE.
           IF WRK-PRVAPLIC-STATUS = '35'
               CONTINUE
           ELSE
               READ PRVAPLIC-FILE
                   AT END SET WRK-APL-FIM TO TRUE
               END-READ
               PERFORM 8010-CONFERIR-COMPETENCIA UNTIL WRK-APL-FIM
               CLOSE PRVAPLIC-FILE
           END-IF.

       8010-CONFERIR-COMPETENCIA.

           IF PVA-ANOMES = WRK-ANOMES-REF
               SET WRK-JA-APLICADO TO TRUE
           END-IF.
           READ PRVAPLIC-FILE
               AT END SET WRK-APL-FIM TO TRUE
           END-READ.

       COPY CPYPRVPR.
       COPY CPYAFSPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
