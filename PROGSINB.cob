       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSINB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ACOMPANHAMENTO DIARIO DOS SINISTROS DE
      **    TRANSPORTE (SINISTRO, REGISTRADOS PELO PROGSINM):
      **    - SINISTRO ACEITO PASSA A PAGO QUANDO O RESSARCIMENTO
      **      SE CONCRETIZA: O DA SEGURADORA QUANDO O TITULO
      **      80000000 + SINISTRO/01 ESTA PAGO NO CONTAREC; O DA
      **      TRANSPORTADORA QUANDO O DESCONTO DO EMBARQUE JA NAO
      **      ESTA NO FRETDESC (O PROGCPGB O CONSUMIU NO TITULO DE
      **      FRETE DELA);
      **    - SINISTRO EM ABERTO SAI NO RELATORIO SINREL
      **      ENVELHECIDO PELOS DIAS CORRIDOS DESDE A ABERTURA
      **      (ATE 30, ATE 60, ATE 90 E 90+), NOS MOLDES DO AGING
      **      DO CONTAS A RECEBER, COM TOTAIS POR FAIXA E POR
      **      RESPONSAVEL, PARA A COBRANCA DA RESPOSTA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSINSL.
           COPY CPYCRCSL.
           SELECT FRETDESC-FILE ASSIGN TO "FRETDESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETDESC-STATUS.
           SELECT SINREL-FILE ASSIGN TO "SINREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SINREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYSINFD.
       COPY CPYCRCFD.

       FD  FRETDESC-FILE.
       01  FRETDESC-REG.
           05  FDC-TRANSP         PIC 9(03).
           05  FDC-DATA           PIC 9(08).
           05  FDC-VALOR          PIC 9(08)V99.
           05  FDC-DESPACHO       PIC 9(08).
           05  FDC-SEQUENCIA      PIC 9(04).

       FD  SINREL-FILE.
       01  SINREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-SINISTRO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FRETDESC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SINREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-FRETDESC-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-FRETDESC-FIM             VALUE 'S'.
       77  WRK-SINISTRO-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-SINISTRO-ABERTO            VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAREC-ABERTO            VALUE 'S'.
       77  WRK-FRETDESC-OK-SW     PIC X(01) VALUE 'N'.
           88  WRK-FRETDESC-OK                VALUE 'S'.
       77  WRK-QUITADO-SW         PIC X(01) VALUE 'N'.
           88  WRK-QUITADO                    VALUE 'S'.
       77  WRK-BASE-TITULO        PIC 9(08) VALUE 80000000.
       77  WRK-TAB-FDC-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-FRETDESC.
           05  TAB-FDC OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-FDC-QTD
                   INDEXED BY FDC-IDX.
               10  TAB-FDC-TRANSP     PIC 9(03).
               10  TAB-FDC-DESPACHO   PIC 9(08).
               10  TAB-FDC-SEQUENCIA  PIC 9(04).
       77  WRK-DIAS-ABERTO        PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-LIDOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ABERTOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AGUARDANDO     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PAGOS          PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-ABERTOS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-AGUARDANDO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VLR-PAGOS          PIC 9(09)V99 VALUE ZEROS.
      *    FAIXAS DE IDADE: 1=ATE 30 2=ATE 60 3=ATE 90 4=90+
       77  WRK-FX                 PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-FAIXAS.
           05  TAB-FX OCCURS 4 TIMES.
               10  TAB-FX-QTD         PIC 9(05).
               10  TAB-FX-VALOR       PIC 9(09)V99.
       01  WRK-FAIXAS-DESC-INI.
           05  FILLER             PIC X(12) VALUE 'ATE 30 DIAS'.
           05  FILLER             PIC X(12) VALUE 'ATE 60 DIAS'.
           05  FILLER             PIC X(12) VALUE 'ATE 90 DIAS'.
           05  FILLER             PIC X(12) VALUE '90+ DIAS'.
       01  WRK-FAIXAS-DESC REDEFINES WRK-FAIXAS-DESC-INI.
           05  WRK-FX-DESC        PIC X(12) OCCURS 4 TIMES.
       77  WRK-QTD-RESP-TRN       PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-RESP-TRN       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-RESP-SEG       PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-RESP-SEG       PIC 9(09)V99 VALUE ZEROS.
       01  WRK-LINHA-SINISTRO.
           05  WRK-LS-NUMERO      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-DESPACHO    PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LS-SEQUENCIA   PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-TRANSP      PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-TIPO        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-RESP        PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-ABERTURA    PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-VALOR       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-DIAS        PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-FAIXA       PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-REENVIO     PIC X(03).
       01  WRK-LINHA-TOTAL.
           05  WRK-LT-DESC        PIC X(24).
           05  WRK-LT-QTD         PIC ZZ.ZZ9.
           05  FILLER             PIC X(12) VALUE ' SINISTROS  '.
           05  WRK-LT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-AVALIAR-SINISTRO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 8000-CARREGAR-FRETDESC.
           INITIALIZE WRK-TAB-FAIXAS.

           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS = '00'
               SET WRK-CONTAREC-ABERTO TO TRUE
           ELSE
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - SINISTROS DA '
                   'SEGURADORA NAO SERAO BAIXADOS.'
           END-IF.

           OPEN I-O SINISTRO-FILE.
           IF WRK-SINISTRO-STATUS NOT = '00'
               MOVE 'PROGSINB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-SINISTRO-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O ARQUIVO DE SINISTROS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-SINISTRO-ABERTO TO TRUE

               OPEN OUTPUT SINREL-FILE
               MOVE 'PROGSINB' TO WRK-CAB-PROGRAMA
               MOVE 'SINISTROS EM ABERTO' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE SINREL-LINHA FROM WRK-CAB-LINHA1
               WRITE SINREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO SINREL-LINHA
               WRITE SINREL-LINHA
               MOVE SPACES TO SINREL-LINHA
               STRING 'NUMERO  DESPACHO/SEQ   TRN  TIPO      RESP    '
                   DELIMITED BY SIZE
                   'ABERTURA             VALOR   DIAS  FAIXA         '
                   DELIMITED BY SIZE
                   'REENV' DELIMITED BY SIZE
                   INTO SINREL-LINHA
               WRITE SINREL-LINHA

               MOVE ZEROS TO SIN-NUMERO
               START SINISTRO-FILE KEY IS NOT LESS THAN SIN-NUMERO
                   INVALID KEY
                       SET WRK-FIM TO TRUE
                   NOT INVALID KEY
                       READ SINISTRO-FILE NEXT RECORD
                           AT END SET WRK-FIM TO TRUE
                       END-READ
               END-START
           END-IF.

      **************************************************************
      ** ACEITO: CONFERE SE O RESSARCIMENTO JA SE CONCRETIZOU E, SE
      ** SIM, PASSA A PAGO. ABERTO: ENTRA NO AGING. NEGADO E PAGO
      ** NAO SAO MAIS ACOMPANHADOS.
      **************************************************************
       0200-AVALIAR-SINISTRO.

           ADD 1 TO WRK-QTD-LIDOS.

           EVALUATE TRUE
               WHEN SIN-ACEITO
                   PERFORM 0210-CONFERIR-RESSARCIMENTO
               WHEN SIN-ABERTO
                   PERFORM 0220-ENVELHECER-SINISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           READ SINISTRO-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-CONFERIR-RESSARCIMENTO.

           MOVE 'N' TO WRK-QUITADO-SW.

           IF SIN-RESP-TRANSPORTADORA
               IF WRK-FRETDESC-OK
                   SET WRK-QUITADO TO TRUE
                   SET FDC-IDX TO 1
                   SEARCH TAB-FDC
                       AT END
                           CONTINUE
                       WHEN TAB-FDC-TRANSP(FDC-IDX) = SIN-TRANSP
                           AND TAB-FDC-DESPACHO(FDC-IDX) =
                               SIN-DATA-DESPACHO
                           AND TAB-FDC-SEQUENCIA(FDC-IDX) =
                               SIN-SEQUENCIA
                           MOVE 'N' TO WRK-QUITADO-SW
                   END-SEARCH
               END-IF
           ELSE
               IF WRK-CONTAREC-ABERTO
                   COMPUTE CRC-NUMERO = WRK-BASE-TITULO + SIN-NUMERO
                   MOVE 01 TO CRC-PARCELA
                   READ CONTAREC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CRC-PAGO
                               SET WRK-QUITADO TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

           IF WRK-QUITADO
               SET SIN-PAGO TO TRUE
               MOVE WRK-LOTECAB-DATA TO SIN-DATA-SITUACAO
               REWRITE SINISTRO-REG
                   INVALID KEY
                       MOVE 'PROGSINB'          TO ABL-PROGRAMA
                       MOVE '0210-CONFERIR'     TO ABL-PARAGRAFO
                       MOVE WRK-SINISTRO-STATUS TO ABL-STATUS-ARQUIVO
                       MOVE 'FALHA AO REGRAVAR O SINISTRO PAGO'
                           TO ABL-MENSAGEM
                       PERFORM 9900-GRAVAR-ABEND
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-PAGOS
                       ADD SIN-VALOR-ACEITO TO WRK-VLR-PAGOS
               END-REWRITE
           ELSE
               ADD 1 TO WRK-QTD-AGUARDANDO
               ADD SIN-VALOR-ACEITO TO WRK-VLR-AGUARDANDO
           END-IF.

       0220-ENVELHECER-SINISTRO.

           MOVE 'DE'              TO DTS-FUNCAO.
           MOVE SIN-DATA-ABERTURA TO DTS-DATA1.
           MOVE WRK-LOTECAB-DATA  TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS          TO WRK-DIAS-ABERTO.
           IF WRK-DIAS-ABERTO < ZEROS
               MOVE ZEROS TO WRK-DIAS-ABERTO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-ABERTO <= 30
                   MOVE 1 TO WRK-FX
               WHEN WRK-DIAS-ABERTO <= 60
                   MOVE 2 TO WRK-FX
               WHEN WRK-DIAS-ABERTO <= 90
                   MOVE 3 TO WRK-FX
               WHEN OTHER
                   MOVE 4 TO WRK-FX
           END-EVALUATE.
           ADD 1         TO TAB-FX-QTD(WRK-FX).
           ADD SIN-VALOR TO TAB-FX-VALOR(WRK-FX).
           ADD 1         TO WRK-QTD-ABERTOS.
           ADD SIN-VALOR TO WRK-VLR-ABERTOS.

           MOVE SIN-NUMERO        TO WRK-LS-NUMERO.
           MOVE SIN-DATA-DESPACHO TO WRK-LS-DESPACHO.
           MOVE SIN-SEQUENCIA     TO WRK-LS-SEQUENCIA.
           MOVE SIN-TRANSP        TO WRK-LS-TRANSP.
           IF SIN-AVARIA
               MOVE 'AVARIA'      TO WRK-LS-TIPO
           ELSE
               MOVE 'EXTRAVIO'    TO WRK-LS-TIPO
           END-IF.
           IF SIN-RESP-TRANSPORTADORA
               MOVE 'TRANSP'      TO WRK-LS-RESP
               ADD 1              TO WRK-QTD-RESP-TRN
               ADD SIN-VALOR      TO WRK-VLR-RESP-TRN
           ELSE
               MOVE 'SEGUR.'      TO WRK-LS-RESP
               ADD 1              TO WRK-QTD-RESP-SEG
               ADD SIN-VALOR      TO WRK-VLR-RESP-SEG
           END-IF.
           MOVE SIN-DATA-ABERTURA TO WRK-LS-ABERTURA.
           MOVE SIN-VALOR         TO WRK-LS-VALOR.
           MOVE WRK-DIAS-ABERTO   TO WRK-LS-DIAS.
           MOVE WRK-FX-DESC(WRK-FX) TO WRK-LS-FAIXA.
           IF SIN-REPOSICAO-GERADA
               MOVE 'SIM'         TO WRK-LS-REENVIO
           ELSE
               MOVE 'NAO'         TO WRK-LS-REENVIO
           END-IF.
           WRITE SINREL-LINHA FROM WRK-LINHA-SINISTRO.

       0300-FINALIZAR.

           IF WRK-SINISTRO-ABERTO
               MOVE SPACES TO SINREL-LINHA
               WRITE SINREL-LINHA
               MOVE '=== EM ABERTO POR FAIXA ===' TO SINREL-LINHA
               WRITE SINREL-LINHA
               PERFORM 0310-IMPRIMIR-FAIXA
                   VARYING WRK-FX FROM 1 BY 1
                   UNTIL WRK-FX > 4
               MOVE 'TOTAL EM ABERTO'  TO WRK-LT-DESC
               MOVE WRK-QTD-ABERTOS    TO WRK-LT-QTD
               MOVE WRK-VLR-ABERTOS    TO WRK-LT-VALOR
               WRITE SINREL-LINHA FROM WRK-LINHA-TOTAL

               MOVE SPACES TO SINREL-LINHA
               WRITE SINREL-LINHA
               MOVE '=== EM ABERTO POR RESPONSAVEL ===' TO SINREL-LINHA
               WRITE SINREL-LINHA
               MOVE 'TRANSPORTADORA'   TO WRK-LT-DESC
               MOVE WRK-QTD-RESP-TRN   TO WRK-LT-QTD
               MOVE WRK-VLR-RESP-TRN   TO WRK-LT-VALOR
               WRITE SINREL-LINHA FROM WRK-LINHA-TOTAL
               MOVE 'SEGURADORA'       TO WRK-LT-DESC
               MOVE WRK-QTD-RESP-SEG   TO WRK-LT-QTD
               MOVE WRK-VLR-RESP-SEG   TO WRK-LT-VALOR
               WRITE SINREL-LINHA FROM WRK-LINHA-TOTAL

               MOVE SPACES TO SINREL-LINHA
               WRITE SINREL-LINHA
               MOVE '=== ACEITOS ===' TO SINREL-LINHA
               WRITE SINREL-LINHA
               MOVE 'AGUARDANDO RESSARCIMENTO' TO WRK-LT-DESC
               MOVE WRK-QTD-AGUARDANDO TO WRK-LT-QTD
               MOVE WRK-VLR-AGUARDANDO TO WRK-LT-VALOR
               WRITE SINREL-LINHA FROM WRK-LINHA-TOTAL
               MOVE 'PAGOS NESTA EXECUCAO' TO WRK-LT-DESC
               MOVE WRK-QTD-PAGOS      TO WRK-LT-QTD
               MOVE WRK-VLR-PAGOS      TO WRK-LT-VALOR
               WRITE SINREL-LINHA FROM WRK-LINHA-TOTAL

               CLOSE SINREL-FILE
               CLOSE SINISTRO-FILE
           END-IF.

           IF WRK-CONTAREC-ABERTO
               CLOSE CONTAREC-FILE
           END-IF.

           DISPLAY 'SINISTROS LIDOS: ' WRK-QTD-LIDOS
               '  EM ABERTO: ' WRK-QTD-ABERTOS
               '  PAGOS NESTA EXECUCAO: ' WRK-QTD-PAGOS.

       0310-IMPRIMIR-FAIXA.

           MOVE WRK-FX-DESC(WRK-FX)  TO WRK-LT-DESC.
           MOVE TAB-FX-QTD(WRK-FX)   TO WRK-LT-QTD.
           MOVE TAB-FX-VALOR(WRK-FX) TO WRK-LT-VALOR.
           WRITE SINREL-LINHA FROM WRK-LINHA-TOTAL.

      **************************************************************
      ** CARGA DOS DESCONTOS PENDENTES (FRETDESC). AUSENTE, NENHUM
      ** DESCONTO ESTA PENDENTE. SE A TABELA ESTOURAR, SINISTRO DA
      ** TRANSPORTADORA NAO E BAIXADO NESTA EXECUCAO (O DESCONTO
      ** PODERIA ESTAR FORA DA TABELA).
      **************************************************************
       8000-CARREGAR-FRETDESC.

           MOVE 'N' TO WRK-FRETDESC-FIM-SW.
           MOVE 0   TO WRK-TAB-FDC-QTD.
           SET WRK-FRETDESC-OK TO TRUE.
           OPEN INPUT FRETDESC-FILE.
           IF WRK-FRETDESC-STATUS = '35'
               CONTINUE
           ELSE
               READ FRETDESC-FILE
                   AT END SET WRK-FRETDESC-FIM TO TRUE
               END-READ
               PERFORM 8010-LER-FRETDESC UNTIL WRK-FRETDESC-FIM
               CLOSE FRETDESC-FILE
           END-IF.

       8010-LER-FRETDESC.

           IF FDC-VALOR > ZEROS
               IF WRK-TAB-FDC-QTD < 500
                   ADD 1 TO WRK-TAB-FDC-QTD
                   MOVE FDC-TRANSP
                       TO TAB-FDC-TRANSP(WRK-TAB-FDC-QTD)
                   MOVE FDC-DESPACHO
                       TO TAB-FDC-DESPACHO(WRK-TAB-FDC-QTD)
                   MOVE FDC-SEQUENCIA
                       TO TAB-FDC-SEQUENCIA(WRK-TAB-FDC-QTD)
               ELSE
                   MOVE 'N' TO WRK-FRETDESC-OK-SW
               END-IF
           END-IF.
           READ FRETDESC-FILE
               AT END SET WRK-FRETDESC-FIM TO TRUE
           END-READ.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
