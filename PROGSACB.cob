       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSACB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: AGING NOTURNO DOS CHAMADOS DO SAC EM ABERTO
      **    (SACCHAM, REGISTRADOS PELO PROGSACM). CADA CHAMADO NAO
      **    FECHADO SAI NO RELATORIO SACREL ENVELHECIDO PELOS DIAS
      **    CORRIDOS DESDE A ABERTURA (ATE 3, ATE 7, ATE 15 E 15+),
      **    COM A DATA PROMETIDA DE RESPOSTA. O CHAMADO CUJA DATA
      **    PROMETIDA JA PASSOU NA DATA DO LOTE ESTA COM O SLA
      **    ESTOURADO E SAI DESTACADO ('***') COM OS DIAS DE ATRASO.
      **    NO FIM, QUADROS POR CATEGORIA E POR AREA RESPONSAVEL
      **    COM AS QUANTIDADES POR FAIXA E OS SLA ESTOURADOS.
      **    SO LEITURA: O CADASTRO DE CHAMADOS NAO E ALTERADO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSACSL.
           SELECT SACREL-FILE ASSIGN TO "SACREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SACREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYSACFD.

       FD  SACREL-FILE.
       01  SACREL-LINHA           PIC X(120).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-SACCHAM-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-SACREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-SACCHAM-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-SACCHAM-ABERTO             VALUE 'S'.
       77  WRK-SLA-SW             PIC X(01) VALUE 'N'.
           88  WRK-SLA-ESTOURADO              VALUE 'S'.
       77  WRK-DIAS-ABERTO        PIC S9(05) VALUE ZEROS.
       77  WRK-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ABERTOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ESTOURADOS     PIC 9(05) VALUE ZEROS.
      *    FAIXAS DE IDADE: 1=ATE 3 2=ATE 7 3=ATE 15 4=15+
       77  WRK-FX                 PIC 9(01) VALUE ZEROS.
       77  WRK-CAT                PIC 9(01) VALUE ZEROS.
       77  WRK-ARE                PIC 9(01) VALUE ZEROS.
       77  WRK-IDX                PIC 9(01) VALUE ZEROS.
       01  WRK-FAIXAS-DESC-INI.
           05  FILLER             PIC X(12) VALUE 'ATE 3 DIAS'.
           05  FILLER             PIC X(12) VALUE 'ATE 7 DIAS'.
           05  FILLER             PIC X(12) VALUE 'ATE 15 DIAS'.
           05  FILLER             PIC X(12) VALUE '15+ DIAS'.
       01  WRK-FAIXAS-DESC REDEFINES WRK-FAIXAS-DESC-INI.
           05  WRK-FX-DESC        PIC X(12) OCCURS 4 TIMES.
      *
      ** CATEGORIAS DO CHAMADO (CPYSACFD); A 5 (OUTROS) RECEBE
      ** TAMBEM QUALQUER CODIGO NAO PREVISTO.
       01  WRK-CATEGORIAS-INI.
           05  FILLER             PIC X(22) VALUE 'ATATRASO NA ENTREGA'.
           05  FILLER             PIC X(22) VALUE 'PEPRODUTO ERRADO'.
           05  FILLER             PIC X(22) VALUE 'FAFATURAMENTO'.
           05  FILLER             PIC X(22) VALUE 'AVAVARIA'.
           05  FILLER             PIC X(22) VALUE 'OUOUTROS'.
       01  WRK-CATEGORIAS REDEFINES WRK-CATEGORIAS-INI.
           05  WRK-CAT-ITEM OCCURS 5 TIMES.
               10  WRK-CAT-CODIGO PIC X(02).
               10  WRK-CAT-DESC   PIC X(20).
      *
      ** AREAS RESPONSAVEIS (CPYSACFD); A 5 (SAC) RECEBE TAMBEM
      ** QUALQUER CODIGO NAO PREVISTO.
       01  WRK-AREAS-INI.
           05  FILLER             PIC X(23) VALUE 'LOGLOGISTICA'.
           05  FILLER             PIC X(23) VALUE 'FATFATURAMENTO'.
           05  FILLER             PIC X(23) VALUE 'FINFINANCEIRO'.
           05  FILLER             PIC X(23) VALUE 'COMCOMERCIAL'.
           05  FILLER             PIC X(23) VALUE 'SACATENDIMENTO'.
       01  WRK-AREAS REDEFINES WRK-AREAS-INI.
           05  WRK-ARE-ITEM OCCURS 5 TIMES.
               10  WRK-ARE-CODIGO PIC X(03).
               10  WRK-ARE-DESC   PIC X(20).
      *
      ** QUADROS: QUANTIDADE POR FAIXA E SLA ESTOURADOS, POR
      ** CATEGORIA E POR AREA.
       01  WRK-TAB-QUADRO-CAT.
           05  TAB-QCT OCCURS 5 TIMES.
               10  TAB-QCT-FX         PIC 9(05) OCCURS 4 TIMES.
               10  TAB-QCT-TOTAL      PIC 9(05).
               10  TAB-QCT-SLA        PIC 9(05).
       01  WRK-TAB-QUADRO-ARE.
           05  TAB-QAR OCCURS 5 TIMES.
               10  TAB-QAR-FX         PIC 9(05) OCCURS 4 TIMES.
               10  TAB-QAR-TOTAL      PIC 9(05).
               10  TAB-QAR-SLA        PIC 9(05).
       01  WRK-TAB-QUADRO-GERAL.
           05  TAB-QGR-FX         PIC 9(05) OCCURS 4 TIMES.
       01  WRK-LINHA-CHAMADO.
           05  WRK-LC-MARCA       PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LC-NUMERO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-CATEGORIA   PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-AREA        PIC X(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-SITUACAO    PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LC-VINC-TIPO   PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LC-VINCULO     PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-ABERTURA    PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-PROMETIDA   PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-DIAS        PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-FAIXA       PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-ATRASO      PIC X(16).
       01  WRK-LC-ATRASO-ED.
           05  FILLER             PIC X(09) VALUE 'VENCIDO +'.
           05  WRK-LC-ATRASO-DIAS PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE ' D'.
       01  WRK-LINHA-QUADRO.
           05  WRK-LQ-CODIGO      PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LQ-DESC        PIC X(20).
           05  WRK-LQ-FAIXA OCCURS 4 TIMES.
               10  FILLER         PIC X(02) VALUE SPACES.
               10  WRK-LQ-FX      PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-TOTAL       PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LQ-SLA         PIC ZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LQ-MARCA       PIC X(03).
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-AVALIAR-CHAMADO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           INITIALIZE WRK-TAB-QUADRO-CAT
                      WRK-TAB-QUADRO-ARE
                      WRK-TAB-QUADRO-GERAL.

           OPEN INPUT SACCHAM-FILE.
           IF WRK-SACCHAM-STATUS = '35'
               DISPLAY 'CADASTRO DE CHAMADOS DO SAC AUSENTE - '
                   'NADA A ENVELHECER.'
               SET WRK-FIM TO TRUE
           ELSE
               IF WRK-SACCHAM-STATUS NOT = '00'
                   MOVE 'PROGSACB'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-SACCHAM-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE CHAMADOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-SACCHAM-ABERTO TO TRUE
                   PERFORM 0110-IMPRIMIR-CABECALHO
                   MOVE ZEROS TO SAC-NUMERO
                   START SACCHAM-FILE KEY IS NOT LESS THAN SAC-NUMERO
                       INVALID KEY
                           SET WRK-FIM TO TRUE
                       NOT INVALID KEY
                           READ SACCHAM-FILE NEXT RECORD
                               AT END SET WRK-FIM TO TRUE
                           END-READ
                   END-START
               END-IF
           END-IF.

       0110-IMPRIMIR-CABECALHO.

           OPEN OUTPUT SACREL-FILE.
           MOVE 'PROGSACB' TO WRK-CAB-PROGRAMA.
           MOVE 'AGING DOS CHAMADOS DO SAC' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE SACREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE SACREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO SACREL-LINHA.
           WRITE SACREL-LINHA.
           MOVE SPACES TO SACREL-LINHA.
           STRING '    CHAMADO   CAT  AREA SITUACAO  VINCULO        '
               DELIMITED BY SIZE
               'ABERTURA  PROMETIDA   DIAS  FAIXA         SLA'
               DELIMITED BY SIZE
               INTO SACREL-LINHA.
           WRITE SACREL-LINHA.

      **************************************************************
      ** CHAMADO NAO FECHADO: FAIXA PELOS DIAS DESDE A ABERTURA E
      ** SLA ESTOURADO QUANDO A DATA DO LOTE PASSOU DA PROMETIDA.
      **************************************************************
       0200-AVALIAR-CHAMADO.

           ADD 1 TO WRK-QTD-LIDOS.

           IF NOT SAC-FECHADO
               PERFORM 0210-ENVELHECER-CHAMADO
           END-IF.

           READ SACCHAM-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-ENVELHECER-CHAMADO.

           MOVE 'DE'              TO DTS-FUNCAO.
           MOVE SAC-DATA-ABERTURA TO DTS-DATA1.
           MOVE WRK-LOTECAB-DATA  TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS          TO WRK-DIAS-ABERTO.
           IF WRK-DIAS-ABERTO < ZEROS
               MOVE ZEROS TO WRK-DIAS-ABERTO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-ABERTO <= 3
                   MOVE 1 TO WRK-FX
               WHEN WRK-DIAS-ABERTO <= 7
                   MOVE 2 TO WRK-FX
               WHEN WRK-DIAS-ABERTO <= 15
                   MOVE 3 TO WRK-FX
               WHEN OTHER
                   MOVE 4 TO WRK-FX
           END-EVALUATE.

           MOVE 'N' TO WRK-SLA-SW.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF WRK-LOTECAB-DATA > SAC-DATA-PROMETIDA
               SET WRK-SLA-ESTOURADO TO TRUE
               MOVE 'DE'               TO DTS-FUNCAO
               MOVE SAC-DATA-PROMETIDA TO DTS-DATA1
               MOVE WRK-LOTECAB-DATA   TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-DIAS           TO WRK-DIAS-ATRASO
           END-IF.

           PERFORM 0220-LOCALIZAR-CATEGORIA.
           PERFORM 0230-LOCALIZAR-AREA.

           ADD 1 TO WRK-QTD-ABERTOS.
           ADD 1 TO TAB-QGR-FX(WRK-FX).
           ADD 1 TO TAB-QCT-FX(WRK-CAT, WRK-FX).
           ADD 1 TO TAB-QCT-TOTAL(WRK-CAT).
           ADD 1 TO TAB-QAR-FX(WRK-ARE, WRK-FX).
           ADD 1 TO TAB-QAR-TOTAL(WRK-ARE).
           IF WRK-SLA-ESTOURADO
               ADD 1 TO WRK-QTD-ESTOURADOS
               ADD 1 TO TAB-QCT-SLA(WRK-CAT)
               ADD 1 TO TAB-QAR-SLA(WRK-ARE)
           END-IF.

           PERFORM 0240-IMPRIMIR-CHAMADO.

       0220-LOCALIZAR-CATEGORIA.

           MOVE 5 TO WRK-CAT.
           PERFORM 0225-COMPARAR-CATEGORIA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4.

       0225-COMPARAR-CATEGORIA.

           IF WRK-CAT-CODIGO(WRK-IDX) = SAC-CATEGORIA
               MOVE WRK-IDX TO WRK-CAT
           END-IF.

       0230-LOCALIZAR-AREA.

           MOVE 5 TO WRK-ARE.
           PERFORM 0235-COMPARAR-AREA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4.

       0235-COMPARAR-AREA.

           IF WRK-ARE-CODIGO(WRK-IDX) = SAC-AREA
               MOVE WRK-IDX TO WRK-ARE
           END-IF.

       0240-IMPRIMIR-CHAMADO.

           MOVE SPACES            TO WRK-LC-MARCA.
           MOVE SPACES            TO WRK-LC-ATRASO.
           IF WRK-SLA-ESTOURADO
               MOVE '***'             TO WRK-LC-MARCA
               MOVE WRK-DIAS-ATRASO   TO WRK-LC-ATRASO-DIAS
               MOVE WRK-LC-ATRASO-ED  TO WRK-LC-ATRASO
           END-IF.
           MOVE SAC-NUMERO        TO WRK-LC-NUMERO.
           MOVE SAC-CATEGORIA     TO WRK-LC-CATEGORIA.
           MOVE SAC-AREA          TO WRK-LC-AREA.
           IF SAC-EM-ANDAMENTO
               MOVE 'ANDAMENTO'   TO WRK-LC-SITUACAO
           ELSE
               MOVE 'ABERTO'      TO WRK-LC-SITUACAO
           END-IF.
           MOVE SAC-VINCULO-TIPO  TO WRK-LC-VINC-TIPO.
           MOVE SAC-VINCULO       TO WRK-LC-VINCULO.
           MOVE SAC-DATA-ABERTURA TO WRK-LC-ABERTURA.
           MOVE SAC-DATA-PROMETIDA TO WRK-LC-PROMETIDA.
           MOVE WRK-DIAS-ABERTO   TO WRK-LC-DIAS.
           MOVE WRK-FX-DESC(WRK-FX) TO WRK-LC-FAIXA.
           WRITE SACREL-LINHA FROM WRK-LINHA-CHAMADO.

       0300-FINALIZAR.

           IF WRK-SACCHAM-ABERTO
               PERFORM 0310-IMPRIMIR-QUADROS
               CLOSE SACREL-FILE
               CLOSE SACCHAM-FILE
           END-IF.

           DISPLAY 'CHAMADOS LIDOS: ' WRK-QTD-LIDOS
               '  EM ABERTO: ' WRK-QTD-ABERTOS
               '  SLA ESTOURADO: ' WRK-QTD-ESTOURADOS.

      **************************************************************
      ** QUADROS POR CATEGORIA E POR AREA: FAIXAS, TOTAL E SLA
      ** ESTOURADOS ('***' NA LINHA QUE TEM ALGUM).
      **************************************************************
       0310-IMPRIMIR-QUADROS.

           MOVE SPACES TO SACREL-LINHA.
           WRITE SACREL-LINHA.
           MOVE '=== EM ABERTO POR CATEGORIA ===' TO SACREL-LINHA.
           WRITE SACREL-LINHA.
           PERFORM 0320-IMPRIMIR-TITULO-QUADRO.
           PERFORM 0330-IMPRIMIR-CATEGORIA
               VARYING WRK-CAT FROM 1 BY 1 UNTIL WRK-CAT > 5.

           MOVE SPACES TO SACREL-LINHA.
           WRITE SACREL-LINHA.
           MOVE '=== EM ABERTO POR AREA RESPONSAVEL ===' TO
               SACREL-LINHA.
           WRITE SACREL-LINHA.
           PERFORM 0320-IMPRIMIR-TITULO-QUADRO.
           PERFORM 0340-IMPRIMIR-AREA
               VARYING WRK-ARE FROM 1 BY 1 UNTIL WRK-ARE > 5.

           MOVE SPACES            TO WRK-LQ-CODIGO.
           MOVE 'TOTAL EM ABERTO' TO WRK-LQ-DESC.
           PERFORM 0350-EDITAR-FAIXA-GERAL
               VARYING WRK-FX FROM 1 BY 1 UNTIL WRK-FX > 4.
           MOVE WRK-QTD-ABERTOS    TO WRK-LQ-TOTAL.
           MOVE WRK-QTD-ESTOURADOS TO WRK-LQ-SLA.
           MOVE SPACES             TO WRK-LQ-MARCA.
           IF WRK-QTD-ESTOURADOS > ZEROS
               MOVE '***' TO WRK-LQ-MARCA
           END-IF.
           MOVE SPACES TO SACREL-LINHA.
           WRITE SACREL-LINHA.
           WRITE SACREL-LINHA FROM WRK-LINHA-QUADRO.

       0320-IMPRIMIR-TITULO-QUADRO.

           MOVE SPACES TO SACREL-LINHA.
           STRING '                           ATE 3   ATE 7  ATE 15'
               DELIMITED BY SIZE
               '     15+   TOTAL SLA EST' DELIMITED BY SIZE
               INTO SACREL-LINHA.
           WRITE SACREL-LINHA.

       0330-IMPRIMIR-CATEGORIA.

           MOVE WRK-CAT-CODIGO(WRK-CAT) TO WRK-LQ-CODIGO.
           MOVE WRK-CAT-DESC(WRK-CAT)   TO WRK-LQ-DESC.
           PERFORM 0335-EDITAR-FAIXA-CATEGORIA
               VARYING WRK-FX FROM 1 BY 1 UNTIL WRK-FX > 4.
           MOVE TAB-QCT-TOTAL(WRK-CAT) TO WRK-LQ-TOTAL.
           MOVE TAB-QCT-SLA(WRK-CAT)   TO WRK-LQ-SLA.
           MOVE SPACES TO WRK-LQ-MARCA.
           IF TAB-QCT-SLA(WRK-CAT) > ZEROS
               MOVE '***' TO WRK-LQ-MARCA
           END-IF.
           WRITE SACREL-LINHA FROM WRK-LINHA-QUADRO.

       0335-EDITAR-FAIXA-CATEGORIA.

           MOVE TAB-QCT-FX(WRK-CAT, WRK-FX) TO WRK-LQ-FX(WRK-FX).

       0340-IMPRIMIR-AREA.

           MOVE WRK-ARE-CODIGO(WRK-ARE) TO WRK-LQ-CODIGO.
           MOVE WRK-ARE-DESC(WRK-ARE)   TO WRK-LQ-DESC.
           PERFORM 0345-EDITAR-FAIXA-AREA
               VARYING WRK-FX FROM 1 BY 1 UNTIL WRK-FX > 4.
           MOVE TAB-QAR-TOTAL(WRK-ARE) TO WRK-LQ-TOTAL.
           MOVE TAB-QAR-SLA(WRK-ARE)   TO WRK-LQ-SLA.
           MOVE SPACES TO WRK-LQ-MARCA.
           IF TAB-QAR-SLA(WRK-ARE) > ZEROS
               MOVE '***' TO WRK-LQ-MARCA
           END-IF.
           WRITE SACREL-LINHA FROM WRK-LINHA-QUADRO.

       0345-EDITAR-FAIXA-AREA.

           MOVE TAB-QAR-FX(WRK-ARE, WRK-FX) TO WRK-LQ-FX(WRK-FX).

       0350-EDITAR-FAIXA-GERAL.

           MOVE TAB-QGR-FX(WRK-FX) TO WRK-LQ-FX(WRK-FX).

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
