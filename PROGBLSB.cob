       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBLSB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ACOMPANHAMENTO MENSAL DAS BOLSAS DE ESTUDO,
      **    RELATORIO BLSREL:
      **    - CUSTO DAS BOLSAS NA COMPETENCIA DO LOTE: PARA CADA
      **      MENSALIDADE FATURADA COM BOLSA (MENSALID, GRAVADO PELO
      **      PROGMENB), VALOR CHEIO MENOS VALOR COBRADO, COM TOTAIS
      **      POR TIPO DE BOLSA E POR TURMA. DESCONTO DE IRMAO NAO
      **      E BOLSA E NAO ENTRA NO CUSTO;
      **    - ALERTA DAS BOLSAS ATIVAS QUE VENCEM NA COMPETENCIA
      **      SEGUINTE (BLS-ANOMES-FIM), PARA A SECRETARIA RENOVAR OU
      **      AVISAR A FAMILIA A TEMPO. BOLSA DE MERITO SAI COM A
      **      MEDIA DO ULTIMO RANKING (RANKMED, DO PROGRNKB) E A
      **      CONCLUSAO RENOVAVEL / NAO RENOVAVEL CONTRA O CORTE DA
      **      BLSCFG (SEM BLSCFG, 8,0), A MESMA REGRA QUE O PROGBLSM
      **      APLICA NA RENOVACAO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMSDSL.
           COPY CPYBLSSL.
           COPY CPYMATSL.
           COPY CPYRKMSL.
           SELECT BLSCFG-FILE ASSIGN TO "BLSCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BLSCFG-STATUS.
           SELECT BLSREL-FILE ASSIGN TO "BLSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BLSREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYMSDFD.
       COPY CPYBLSFD.
       COPY CPYMATFD.
       COPY CPYRKMFD.
       FD  BLSCFG-FILE.
       01  BLSCFG-REG.
           05  BCF-CORTE-MERITO   PIC 9(02)V9.

       FD  BLSREL-FILE.
       01  BLSREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-MENSALID-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-BOLSAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RANKMED-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BLSCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-BLSREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-BLS-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-BLS-FIM                    VALUE 'S'.
       77  WRK-RKM-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-RKM-FIM                    VALUE 'S'.
       77  WRK-MENSALID-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-MENSALID-ABERTO            VALUE 'S'.
       77  WRK-MATRALUN-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-MATRALUN-ABERTO            VALUE 'S'.
       77  WRK-RKM-COMPLETO-SW    PIC X(01) VALUE 'S'.
           88  WRK-RKM-COMPLETO               VALUE 'S'.
       77  WRK-ANOMES-REF         PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-PROX.
           05  WRK-AMP-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-AMP-MES        PIC 9(02) VALUE ZEROS.
       01  WRK-ANOMES-PROX-N REDEFINES WRK-ANOMES-PROX
                                  PIC 9(06).
       77  WRK-CORTE-MERITO       PIC 9(02)V9 VALUE 8,0.
       77  WRK-CUSTO-BOLSA        PIC 9(06)V99 VALUE ZEROS.
       77  WRK-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CUSTO          PIC 9(05) VALUE ZEROS.
       77  WRK-VLR-CUSTO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-VENCENDO       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RENOVAVEIS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NAO-RENOVAVEIS PIC 9(05) VALUE ZEROS.
      *    TIPOS DE BOLSA: 1=FILHO DE FUNCIONARIO 2=MERITO 3=SOCIAL
       77  WRK-TP                 PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-TIPOS.
           05  TAB-TP OCCURS 3 TIMES.
               10  TAB-TP-QTD         PIC 9(05).
               10  TAB-TP-VALOR       PIC 9(09)V99.
       01  WRK-TIPOS-DESC-INI.
           05  FILLER             PIC X(14) VALUE 'FILHO FUNC.'.
           05  FILLER             PIC X(14) VALUE 'MERITO'.
           05  FILLER             PIC X(14) VALUE 'SOCIAL'.
       01  WRK-TIPOS-DESC REDEFINES WRK-TIPOS-DESC-INI.
           05  WRK-TP-DESC        PIC X(14) OCCURS 3 TIMES.
       77  WRK-TAB-TUR-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TURMAS.
           05  TAB-TUR OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TAB-TUR-QTD
                   INDEXED BY TUR-IDX.
               10  TAB-TUR-TURMA      PIC X(10).
               10  TAB-TUR-QTD        PIC 9(05).
               10  TAB-TUR-VALOR      PIC 9(09)V99.
       77  WRK-TAB-RKM-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-RANKMED.
           05  TAB-RKM OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-TAB-RKM-QTD
                   INDEXED BY RKM-IDX.
               10  TAB-RKM-MATRICULA  PIC 9(06).
               10  TAB-RKM-MEDIA      PIC 9(02)V9.
       01  WRK-LINHA-TOTAL.
           05  WRK-LT-DESC        PIC X(24).
           05  WRK-LT-QTD         PIC ZZ.ZZ9.
           05  FILLER             PIC X(10) VALUE ' BOLSAS  '.
           05  WRK-LT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-VENCIMENTO.
           05  WRK-LV-MATRICULA   PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-NOME        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-TURMA       PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-TIPO        PIC X(14).
           05  WRK-LV-PCT         PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-FIM         PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-MEDIA       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-RENOVACAO   PIC X(15).
       77  WRK-MEDIA-ED           PIC Z9,9.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-CUSTO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES-REF.
           MOVE WRK-LOTECAB-ANO       TO WRK-AMP-ANO.
           MOVE WRK-LOTECAB-MES       TO WRK-AMP-MES.
           IF WRK-AMP-MES = 12
               ADD 1   TO WRK-AMP-ANO
               MOVE 01 TO WRK-AMP-MES
           ELSE
               ADD 1   TO WRK-AMP-MES
           END-IF.

           PERFORM 8000-LER-CORTE-MERITO.
           PERFORM 8100-CARREGAR-RANKMED.
           INITIALIZE WRK-TAB-TIPOS.

           OPEN OUTPUT BLSREL-FILE.
           MOVE 'PROGBLSB' TO WRK-CAB-PROGRAMA.
           MOVE 'BOLSAS - CUSTO E VENCIMENTOS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE BLSREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE BLSREL-LINHA FROM WRK-CAB-LINHA2.

           OPEN INPUT MENSALID-FILE.
           IF WRK-MENSALID-STATUS = '35'
               DISPLAY 'SEM MENSALIDADES FATURADAS - CUSTO ZERADO.'
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-MENSALID-ABERTO TO TRUE
               READ MENSALID-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** CUSTO DA BOLSA: SO MENSALIDADE DA COMPETENCIA DO LOTE COM
      ** DESCONTO DE BOLSA. REGISTRO ANTERIOR A BOLSA (CAMPOS NOVOS
      ** EM BRANCO) FALHA NO TESTE DE NUMERICO E E IGNORADO.
      **************************************************************
       0200-APURAR-CUSTO.

           ADD 1 TO WRK-QTD-LIDOS.

           IF MSD-ANOMES = WRK-ANOMES-REF
               AND MSD-DESCONTO-BOLSA
               AND MSD-VALOR-CHEIO IS NUMERIC
               AND MSD-VALOR-COBRADO IS NUMERIC
               PERFORM 0210-ACUMULAR-CUSTO
           END-IF.

           READ MENSALID-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-ACUMULAR-CUSTO.

           COMPUTE WRK-CUSTO-BOLSA =
               MSD-VALOR-CHEIO - MSD-VALOR-COBRADO.

           EVALUATE MSD-TIPO-DESCONTO
               WHEN 'F'
                   MOVE 1 TO WRK-TP
               WHEN 'M'
                   MOVE 2 TO WRK-TP
               WHEN OTHER
                   MOVE 3 TO WRK-TP
           END-EVALUATE.
           ADD 1               TO TAB-TP-QTD(WRK-TP).
           ADD WRK-CUSTO-BOLSA TO TAB-TP-VALOR(WRK-TP).
           ADD 1               TO WRK-QTD-CUSTO.
           ADD WRK-CUSTO-BOLSA TO WRK-VLR-CUSTO.

           SET TUR-IDX TO 1.
           SEARCH TAB-TUR
               AT END
                   PERFORM 0220-INCLUIR-TURMA
               WHEN TAB-TUR-TURMA(TUR-IDX) = MSD-TURMA
                   ADD 1               TO TAB-TUR-QTD(TUR-IDX)
                   ADD WRK-CUSTO-BOLSA TO TAB-TUR-VALOR(TUR-IDX)
           END-SEARCH.

       0220-INCLUIR-TURMA.

           IF WRK-TAB-TUR-QTD < 200
               ADD 1 TO WRK-TAB-TUR-QTD
               MOVE MSD-TURMA       TO TAB-TUR-TURMA(WRK-TAB-TUR-QTD)
               MOVE 1               TO TAB-TUR-QTD(WRK-TAB-TUR-QTD)
               MOVE WRK-CUSTO-BOLSA TO TAB-TUR-VALOR(WRK-TAB-TUR-QTD)
           ELSE
               DISPLAY 'TABELA DE TURMAS CHEIA - TURMA ' MSD-TURMA
                   ' SO ENTRA NOS TOTAIS POR TIPO.'
           END-IF.

       0300-FINALIZAR.

           IF WRK-MENSALID-ABERTO
               CLOSE MENSALID-FILE
           END-IF.

           MOVE SPACES TO BLSREL-LINHA.
           WRITE BLSREL-LINHA.
           MOVE SPACES TO BLSREL-LINHA.
           STRING '=== CUSTO DAS BOLSAS NA COMPETENCIA '
               DELIMITED BY SIZE
               WRK-ANOMES-REF DELIMITED BY SIZE
               ' POR TIPO ===' DELIMITED BY SIZE
               INTO BLSREL-LINHA.
           WRITE BLSREL-LINHA.
           PERFORM 0310-IMPRIMIR-TIPO
               VARYING WRK-TP FROM 1 BY 1
               UNTIL WRK-TP > 3.
           MOVE 'TOTAL DAS BOLSAS'  TO WRK-LT-DESC.
           MOVE WRK-QTD-CUSTO       TO WRK-LT-QTD.
           MOVE WRK-VLR-CUSTO       TO WRK-LT-VALOR.
           WRITE BLSREL-LINHA FROM WRK-LINHA-TOTAL.

           MOVE SPACES TO BLSREL-LINHA.
           WRITE BLSREL-LINHA.
           MOVE '=== CUSTO DAS BOLSAS POR TURMA ===' TO BLSREL-LINHA.
           WRITE BLSREL-LINHA.
           IF WRK-TAB-TUR-QTD > ZEROS
               PERFORM 0320-IMPRIMIR-TURMA
                   VARYING TUR-IDX FROM 1 BY 1
                   UNTIL TUR-IDX > WRK-TAB-TUR-QTD
           END-IF.

           PERFORM 0400-ALERTAR-VENCIMENTOS.

           CLOSE BLSREL-FILE.

           DISPLAY 'MENSALIDADES LIDAS: ' WRK-QTD-LIDOS
               '  COM BOLSA NA COMPETENCIA: ' WRK-QTD-CUSTO.
           DISPLAY 'BOLSAS VENCENDO EM ' WRK-ANOMES-PROX-N ': '
               WRK-QTD-VENCENDO.

       0310-IMPRIMIR-TIPO.

           MOVE WRK-TP-DESC(WRK-TP)  TO WRK-LT-DESC.
           MOVE TAB-TP-QTD(WRK-TP)   TO WRK-LT-QTD.
           MOVE TAB-TP-VALOR(WRK-TP) TO WRK-LT-VALOR.
           WRITE BLSREL-LINHA FROM WRK-LINHA-TOTAL.

       0320-IMPRIMIR-TURMA.

           MOVE SPACES                  TO WRK-LT-DESC.
           MOVE TAB-TUR-TURMA(TUR-IDX)  TO WRK-LT-DESC.
           MOVE TAB-TUR-QTD(TUR-IDX)    TO WRK-LT-QTD.
           MOVE TAB-TUR-VALOR(TUR-IDX)  TO WRK-LT-VALOR.
           WRITE BLSREL-LINHA FROM WRK-LINHA-TOTAL.

      **************************************************************
      ** ALERTA DE VENCIMENTO: BOLSA ATIVA COM COMPETENCIA FINAL NO
      ** MES SEGUINTE AO DO LOTE. NOME E TURMA VEM DO CADASTRO DE
      ** MATRICULAS QUANDO DISPONIVEL.
      **************************************************************
       0400-ALERTAR-VENCIMENTOS.

           MOVE SPACES TO BLSREL-LINHA.
           WRITE BLSREL-LINHA.
           MOVE SPACES TO BLSREL-LINHA.
           STRING '=== BOLSAS ATIVAS QUE VENCEM EM '
               DELIMITED BY SIZE
               WRK-ANOMES-PROX-N DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO BLSREL-LINHA.
           WRITE BLSREL-LINHA.

           OPEN INPUT BOLSAS-FILE.
           IF WRK-BOLSAS-STATUS NOT = '00'
               MOVE 'CADASTRO DE BOLSAS INDISPONIVEL.' TO BLSREL-LINHA
               WRITE BLSREL-LINHA
           ELSE
               OPEN INPUT MATRALUN-FILE
               IF WRK-MATRALUN-STATUS = '00'
                   SET WRK-MATRALUN-ABERTO TO TRUE
               END-IF
               MOVE SPACES TO BLSREL-LINHA
               STRING 'MATRIC  NOME                  TURMA       '
                   DELIMITED BY SIZE
                   'TIPO          PCT(%)  FIM     MEDIA '
                   DELIMITED BY SIZE
                   ' RENOVACAO' DELIMITED BY SIZE
                   INTO BLSREL-LINHA
               WRITE BLSREL-LINHA

               MOVE 'N'   TO WRK-BLS-FIM-SW
               MOVE ZEROS TO BLS-MATRICULA
               START BOLSAS-FILE KEY IS NOT LESS THAN BLS-MATRICULA
                   INVALID KEY
                       SET WRK-BLS-FIM TO TRUE
                   NOT INVALID KEY
                       READ BOLSAS-FILE NEXT RECORD
                           AT END SET WRK-BLS-FIM TO TRUE
                       END-READ
               END-START
               PERFORM 0410-AVALIAR-VENCIMENTO UNTIL WRK-BLS-FIM

               MOVE SPACES TO BLSREL-LINHA
               WRITE BLSREL-LINHA
               MOVE SPACES TO BLSREL-LINHA
               STRING 'VENCENDO: ' DELIMITED BY SIZE
                   WRK-QTD-VENCENDO DELIMITED BY SIZE
                   '  MERITO RENOVAVEL: ' DELIMITED BY SIZE
                   WRK-QTD-RENOVAVEIS DELIMITED BY SIZE
                   '  MERITO NAO RENOVAVEL: ' DELIMITED BY SIZE
                   WRK-QTD-NAO-RENOVAVEIS DELIMITED BY SIZE
                   INTO BLSREL-LINHA
               WRITE BLSREL-LINHA
               IF NOT WRK-RKM-COMPLETO
                   MOVE 'ATENCAO: RANKMED EXCEDEU A TABELA DE MEDIAS.'
                       TO BLSREL-LINHA
                   WRITE BLSREL-LINHA
               END-IF

               IF WRK-MATRALUN-ABERTO
                   CLOSE MATRALUN-FILE
               END-IF
               CLOSE BOLSAS-FILE
           END-IF.

       0410-AVALIAR-VENCIMENTO.

           IF BLS-ATIVA AND BLS-ANOMES-FIM = WRK-ANOMES-PROX-N
               PERFORM 0420-IMPRIMIR-VENCIMENTO
           END-IF.

           READ BOLSAS-FILE NEXT RECORD
               AT END SET WRK-BLS-FIM TO TRUE
           END-READ.

       0420-IMPRIMIR-VENCIMENTO.

           ADD 1 TO WRK-QTD-VENCENDO.

           MOVE BLS-MATRICULA  TO WRK-LV-MATRICULA.
           MOVE SPACES         TO WRK-LV-NOME.
           MOVE SPACES         TO WRK-LV-TURMA.
           IF WRK-MATRALUN-ABERTO
               MOVE BLS-MATRICULA TO MAT-MATRICULA
               READ MATRALUN-FILE
                   INVALID KEY
                       MOVE '(MATRICULA NAO CAD.)' TO WRK-LV-NOME
                   NOT INVALID KEY
                       MOVE MAT-NOME  TO WRK-LV-NOME
                       MOVE MAT-TURMA TO WRK-LV-TURMA
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN BLS-FUNCIONARIO
                   MOVE WRK-TP-DESC(1) TO WRK-LV-TIPO
               WHEN BLS-MERITO
                   MOVE WRK-TP-DESC(2) TO WRK-LV-TIPO
               WHEN OTHER
                   MOVE WRK-TP-DESC(3) TO WRK-LV-TIPO
           END-EVALUATE.
           MOVE BLS-PERCENTUAL TO WRK-LV-PCT.
           MOVE BLS-ANOMES-FIM TO WRK-LV-FIM.
           MOVE SPACES         TO WRK-LV-MEDIA.
           MOVE SPACES         TO WRK-LV-RENOVACAO.

           IF BLS-MERITO
               SET RKM-IDX TO 1
               IF WRK-TAB-RKM-QTD = ZEROS
                   MOVE 'SEM MEDIA' TO WRK-LV-RENOVACAO
               ELSE
                   SEARCH TAB-RKM
                       AT END
                           MOVE 'SEM MEDIA' TO WRK-LV-RENOVACAO
                       WHEN TAB-RKM-MATRICULA(RKM-IDX) = BLS-MATRICULA
                           MOVE TAB-RKM-MEDIA(RKM-IDX) TO WRK-MEDIA-ED
                           MOVE WRK-MEDIA-ED           TO WRK-LV-MEDIA
                           IF TAB-RKM-MEDIA(RKM-IDX) < WRK-CORTE-MERITO
                               MOVE 'NAO RENOVAVEL' TO WRK-LV-RENOVACAO
                           ELSE
                               MOVE 'RENOVAVEL'     TO WRK-LV-RENOVACAO
                               ADD 1 TO WRK-QTD-RENOVAVEIS
                           END-IF
                   END-SEARCH
               END-IF
               IF WRK-LV-RENOVACAO NOT = 'RENOVAVEL'
                   ADD 1 TO WRK-QTD-NAO-RENOVAVEIS
               END-IF
           END-IF.

           WRITE BLSREL-LINHA FROM WRK-LINHA-VENCIMENTO.

      **************************************************************
      ** CORTE DA BOLSA DE MERITO (BLSCFG, MANTIDA PELO PROGPARM);
      ** SEM BLSCFG, 8,0.
      **************************************************************
       8000-LER-CORTE-MERITO.

           OPEN INPUT BLSCFG-FILE.
           IF WRK-BLSCFG-STATUS = '35'
               CONTINUE
           ELSE
               READ BLSCFG-FILE
                   AT END MOVE ZEROS TO BLSCFG-REG
               END-READ
               IF BCF-CORTE-MERITO IS NUMERIC
                   AND BCF-CORTE-MERITO > ZEROS
                   MOVE BCF-CORTE-MERITO TO WRK-CORTE-MERITO
               END-IF
               CLOSE BLSCFG-FILE
           END-IF.

      **************************************************************
      ** CARGA DAS MEDIAS DO ULTIMO RANKING (RANKMED). AUSENTE,
      ** NENHUMA BOLSA DE MERITO TEM MEDIA E TODAS SAEM SEM MEDIA.
      **************************************************************
       8100-CARREGAR-RANKMED.

           MOVE 'N' TO WRK-RKM-FIM-SW.
           MOVE 0   TO WRK-TAB-RKM-QTD.
           OPEN INPUT RANKMED-FILE.
           IF WRK-RANKMED-STATUS = '35'
               CONTINUE
           ELSE
               READ RANKMED-FILE
                   AT END SET WRK-RKM-FIM TO TRUE
               END-READ
               PERFORM 8110-LER-RANKMED UNTIL WRK-RKM-FIM
               CLOSE RANKMED-FILE
           END-IF.

       8110-LER-RANKMED.

           IF WRK-TAB-RKM-QTD < 3000
               ADD 1 TO WRK-TAB-RKM-QTD
               MOVE RKM-MATRICULA TO TAB-RKM-MATRICULA(WRK-TAB-RKM-QTD)
               MOVE RKM-MEDIA     TO TAB-RKM-MEDIA(WRK-TAB-RKM-QTD)
           ELSE
               MOVE 'N' TO WRK-RKM-COMPLETO-SW
           END-IF.
           READ RANKMED-FILE
               AT END SET WRK-RKM-FIM TO TRUE
           END-READ.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
