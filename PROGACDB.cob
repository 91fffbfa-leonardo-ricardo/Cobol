       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACDB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ACOMPANHAMENTO NOTURNO DOS ACORDOS DE
      **    RENEGOCIACAO (ACORDO, GRAVADO PELO PROGACDM), DENTRO DA
      **    JANELA DE LOTE. PARA CADA ACORDO ATIVO SAO LIDOS OS
      **    TITULOS DO ACORDO NO CONTAREC (MESMO NUMERO DO ACORDO):
      **    - PARCELA EM ABERTO COM WRK-DIAS-ROMPIMENTO (30) DIAS
      **      CORRIDOS OU MAIS DE ATRASO CONTRA A DATA DO LOTE
      **      (PROGDATA, FUNCAO 'DE') ROMPE O ACORDO: A SITUACAO
      **      PASSA A 'R' E O ACORDO SAI NO RELATORIO ACDREL PARA A
      **      COBRANCA, COM A PARCELA MAIS ATRASADA E O SALDO EM
      **      ABERTO DO ACORDO;
      **    - ACORDO SEM PARCELA EM ABERTO PASSA A QUITADO ('Q').
      **    ACORDO JA ROMPIDO OU QUITADO NAO E REAVALIADO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYACDSL.
           COPY CPYCRCSL.
           SELECT ACDREL-FILE ASSIGN TO "ACDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACDREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYACDFD.
       COPY CPYCRCFD.

       FD  ACDREL-FILE.
       01  ACDREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-ACORDO-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ACDREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-TITULOS-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-TITULOS-FIM                VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS           VALUE 'S'.
       77  WRK-ACORDO-ABERTO-SW   PIC X(01) VALUE 'N'.
           88  WRK-ACORDO-ABERTO              VALUE 'S'.
       77  WRK-DIAS-ROMPIMENTO    PIC 9(03) VALUE 30.
      *    PARCELAS DO ACORDO CORRENTE
       77  WRK-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77  WRK-MAIOR-ATRASO       PIC S9(05) VALUE ZEROS.
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-ACORDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-ABERTAS        PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PARCELAS-LIDAS PIC 9(03) VALUE ZEROS.
       77  WRK-PIOR-PARCELA       PIC 9(02) VALUE ZEROS.
       77  WRK-PIOR-VENCTO        PIC 9(08) VALUE ZEROS.
      *    TOTAIS
       77  WRK-QTD-LIDOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EM-DIA         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ROMPIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-QUITADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ROMPIDO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-ROMPIDO.
           05  WRK-LR-ACORDO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-DATA        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-PARCELA     PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-VENCTO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-DIAS        PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-ABERTAS     PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-OPERADOR    PIC X(20).
       COPY CPYCABWS.
       COPY CPYDTSWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** SEM CADASTRO DE ACORDOS (NENHUM ACORDO FEITO AINDA) O
      ** RELATORIO SAI SO COM OS TOTAIS ZERADOS.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGACDB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS NOT = '00'
               MOVE 'PROGACDB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-CONTAREC-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CONTAS A RECEBER'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-ARQUIVOS-ABERTOS TO TRUE
               PERFORM 0150-ABRIR-RELATORIO
               OPEN I-O ACORDO-FILE
               IF WRK-ACORDO-STATUS NOT = '00'
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ACORDO-ABERTO TO TRUE
                   MOVE ZEROS TO ACD-NUMERO
                   START ACORDO-FILE KEY IS NOT LESS THAN ACD-NUMERO
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
                   IF NOT WRK-FIM
                       READ ACORDO-FILE NEXT RECORD
                           AT END SET WRK-FIM TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

       0150-ABRIR-RELATORIO.

           OPEN OUTPUT ACDREL-FILE.
           MOVE 'PROGACDB' TO WRK-CAB-PROGRAMA.
           MOVE 'ACORDOS ROMPIDOS - COBRANCA' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE ACDREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE ACDREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO ACDREL-LINHA.
           WRITE ACDREL-LINHA.
           MOVE SPACES TO ACDREL-LINHA.
           STRING 'ACORDOS COM PARCELA EM ATRASO DE '
               DELIMITED BY SIZE
               WRK-DIAS-ROMPIMENTO DELIMITED BY SIZE
               ' DIAS OU MAIS (ROMPIDOS NESTA DATA)'
               DELIMITED BY SIZE
               INTO ACDREL-LINHA.
           WRITE ACDREL-LINHA.
           MOVE SPACES TO ACDREL-LINHA.
           STRING 'ACORDO    CPF/CNPJ            DATA      PC  '
               DELIMITED BY SIZE
               'VENCTO     DIAS  ABT           SALDO  OPERADOR'
               DELIMITED BY SIZE
               INTO ACDREL-LINHA.
           WRITE ACDREL-LINHA.

       0200-PROCESSAR.

           IF ACD-ATIVO
               ADD 1 TO WRK-QTD-LIDOS
               PERFORM 0210-VERIFICAR-PARCELAS
               EVALUATE TRUE
                   WHEN WRK-MAIOR-ATRASO >= WRK-DIAS-ROMPIMENTO
                       PERFORM 0220-ROMPER-ACORDO
                   WHEN WRK-QTD-PARCELAS-LIDAS > ZEROS
                    AND WRK-QTD-ABERTAS = ZEROS
                       SET ACD-QUITADO TO TRUE
                       MOVE WRK-LOTECAB-DATA TO ACD-DATA-SITUACAO
                       REWRITE ACORDO-REG
                       ADD 1 TO WRK-QTD-QUITADOS
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-EM-DIA
               END-EVALUATE
           END-IF.

           READ ACORDO-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** TITULOS DO ACORDO NO CONTAREC: DA PARCELA 00 EM DIANTE,
      ** ENQUANTO O NUMERO FOR O DO ACORDO. GUARDA A QUANTIDADE E O
      ** SALDO DAS PARCELAS EM ABERTO E A MAIS ATRASADA.
      **************************************************************
       0210-VERIFICAR-PARCELAS.

           MOVE ZEROS TO WRK-QTD-PARCELAS-LIDAS.
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           MOVE ZEROS TO WRK-SALDO-ACORDO.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE ZEROS TO WRK-PIOR-PARCELA.
           MOVE ZEROS TO WRK-PIOR-VENCTO.

           MOVE 'N'        TO WRK-TITULOS-FIM-SW.
           MOVE ACD-NUMERO TO CRC-NUMERO.
           MOVE ZEROS      TO CRC-PARCELA.
           START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
               INVALID KEY SET WRK-TITULOS-FIM TO TRUE
           END-START.
           PERFORM 0215-LER-PARCELA UNTIL WRK-TITULOS-FIM.

       0215-LER-PARCELA.

           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-TITULOS-FIM TO TRUE
           END-READ.
           IF NOT WRK-TITULOS-FIM
               IF CRC-NUMERO NOT = ACD-NUMERO
                   SET WRK-TITULOS-FIM TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-PARCELAS-LIDAS
                   COMPUTE WRK-SALDO-TITULO =
                       CRC-VALOR - CRC-VALOR-PAGO
                   IF CRC-ABERTO AND WRK-SALDO-TITULO > ZEROS
                       ADD 1 TO WRK-QTD-ABERTAS
                       ADD WRK-SALDO-TITULO TO WRK-SALDO-ACORDO
                       MOVE 'DE'             TO DTS-FUNCAO
                       MOVE CRC-VCT-ANO      TO DTS-DATA1-ANO
                       MOVE CRC-VCT-MES      TO DTS-DATA1-MES
                       MOVE CRC-VCT-DIA      TO DTS-DATA1-DIA
                       MOVE WRK-LOTECAB-DATA TO DTS-DATA2
                       CALL 'PROGDATA' USING WRK-DTS-AREA
                       MOVE DTS-DIAS         TO WRK-DIAS-ATRASO
                       IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                           MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
                           MOVE CRC-PARCELA     TO WRK-PIOR-PARCELA
                           MOVE CRC-DATA-VENCTO TO WRK-PIOR-VENCTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** ACORDO ROMPIDO: SITUACAO 'R' NA DATA DO LOTE E LINHA NO
      ** RELATORIO PARA A COBRANCA. AS PARCELAS EM ABERTO FICAM NO
      ** CONTAREC E SEGUEM NO AGING, NA REGUA DE COBRANCA E NA PDD
      ** COMO QUALQUER TITULO.
      **************************************************************
       0220-ROMPER-ACORDO.

           SET ACD-ROMPIDO TO TRUE.
           MOVE WRK-LOTECAB-DATA TO ACD-DATA-SITUACAO.
           REWRITE ACORDO-REG.
           ADD 1 TO WRK-QTD-ROMPIDOS.
           ADD WRK-SALDO-ACORDO TO WRK-TOTAL-ROMPIDO.

           MOVE ACD-CLIENTE      TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE ACD-NUMERO       TO WRK-LR-ACORDO.
           MOVE WRK-DOC-FORMATADO TO WRK-LR-DOCUMENTO.
           MOVE ACD-DATA         TO WRK-LR-DATA.
           MOVE WRK-PIOR-PARCELA TO WRK-LR-PARCELA.
           MOVE WRK-PIOR-VENCTO  TO WRK-LR-VENCTO.
           MOVE WRK-MAIOR-ATRASO TO WRK-LR-DIAS.
           MOVE WRK-QTD-ABERTAS  TO WRK-LR-ABERTAS.
           MOVE WRK-SALDO-ACORDO TO WRK-LR-SALDO.
           MOVE ACD-OPERADOR     TO WRK-LR-OPERADOR.
           WRITE ACDREL-LINHA FROM WRK-LINHA-ROMPIDO.

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               MOVE SPACES TO ACDREL-LINHA
               WRITE ACDREL-LINHA
               MOVE SPACES TO ACDREL-LINHA
               STRING 'ACORDOS ATIVOS LIDOS: ' DELIMITED BY SIZE
                   WRK-QTD-LIDOS DELIMITED BY SIZE
                   '  EM DIA: ' DELIMITED BY SIZE
                   WRK-QTD-EM-DIA DELIMITED BY SIZE
                   '  QUITADOS: ' DELIMITED BY SIZE
                   WRK-QTD-QUITADOS DELIMITED BY SIZE
                   '  ROMPIDOS: ' DELIMITED BY SIZE
                   WRK-QTD-ROMPIDOS DELIMITED BY SIZE
                   INTO ACDREL-LINHA
               WRITE ACDREL-LINHA
               MOVE WRK-TOTAL-ROMPIDO TO WRK-TOTAL-ED
               MOVE SPACES TO ACDREL-LINHA
               STRING 'SALDO EM ABERTO DOS ROMPIDOS: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO ACDREL-LINHA
               WRITE ACDREL-LINHA
               CLOSE ACDREL-FILE
               CLOSE CONTAREC-FILE
               IF WRK-ACORDO-ABERTO
                   CLOSE ACORDO-FILE
               END-IF
           END-IF.

           DISPLAY 'ACORDOS: ' WRK-QTD-ROMPIDOS ' ROMPIDO(S), '
               WRK-QTD-QUITADOS ' QUITADO(S), '
               WRK-QTD-EM-DIA ' EM DIA'.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
