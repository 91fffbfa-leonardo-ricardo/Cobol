      **    EM EMBARQUE - E SO UMA COTACAO.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - COMPARATIVO PASSA A MOSTRAR, AO LADO DO
      **               PRECO, A NOTA DO MES DE CADA TRANSPORTADORA NA
      **               AVALIACAO MENSAL (NOTATRP, PROGAVTB), COM '*'
      **               NAS QUE ESTAO ABAIXO DA NOTA MINIMA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COTACREL-FILE ASSIGN TO "COTACREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COTACREL-STATUS.
           COPY CPYNTRSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.

       FD  COTACREL-FILE.
       01  COTACREL-LINHA         PIC X(90).
       COPY CPYNTRFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

           88  WRK-FIM                        VALUE 'S'.
       77  WRK-SEGURTAB-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-SEGURTAB-FIM             VALUE 'S'.
       77  WRK-NOTATRP-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-NOTATRP-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-NOTATRP-FIM              VALUE 'S'.
       77  WRK-TAB-NTR-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-NTR-ANOMES         PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-NOTAS.
           05  TAB-NTR OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-TAB-NTR-QTD
                   INDEXED BY NTR-IDX.
               10  TAB-NTR-TRANSP    PIC 9(03).
               10  TAB-NTR-NOTA      PIC 9(03)V9.
               10  TAB-NTR-SITUACAO  PIC X(01).
       77  WRK-QTD-ABAIXO         PIC 9(02) VALUE ZEROS.
       77  WRK-EDT-NOTA           PIC ZZ9,9.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-TAB-SEG-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-SEGURO.
               10  TAB-COT-FRETE      PIC 9(08)V99.
               10  TAB-COT-SEGURO     PIC 9(06)V99.
               10  TAB-COT-TOTAL      PIC 9(08)V99.
               10  TAB-COT-NOTA       PIC 9(03)V9.
               10  TAB-COT-SITUACAO   PIC X(01).
       01  WRK-COT-TROCA.
           05  WRK-CTT-TRANSP     PIC 9(03).
           05  WRK-CTT-NOME       PIC X(30).
           05  WRK-CTT-FRETE      PIC 9(08)V99.
           05  WRK-CTT-SEGURO     PIC 9(06)V99.
           05  WRK-CTT-TOTAL      PIC 9(08)V99.
           05  WRK-CTT-NOTA       PIC 9(03)V9.
           05  WRK-CTT-SITUACAO   PIC X(01).
       01  WRK-LINHA-COTACAO.
           05  WRK-LC-POSICAO     PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-SEGURO      PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-TOTAL       PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-NOTA        PIC X(05).
           05  WRK-LC-ABAIXO      PIC X(01).
       COPY CPYFRTWS.
       COPY CPYFRTTB.
       COPY CPYTRPTB.
           PERFORM 7100-CARREGAR-TABELA-FRETE.
           PERFORM 7900-CARREGAR-TRANSPORTADORAS.
           PERFORM 8600-CARREGAR-TABELA-SEGURO.
           PERFORM 8700-CARREGAR-NOTAS.

           IF WRK-TAB-TRP-QTD = ZEROS
               MOVE 'PROGFRTC'         TO ABL-PROGRAMA
                   TAB-COT-SEGURO(WRK-TAB-COT-QTD)
               MOVE WRK-TOTAL-COTACAO TO
                   TAB-COT-TOTAL(WRK-TAB-COT-QTD)
               PERFORM 8710-BUSCAR-NOTA
           END-IF.

       0230-ORDENAR-COTACOES.
           MOVE SPACES TO COTACREL-LINHA.
           STRING 'POS TRN NOME                            '
               DELIMITED BY SIZE
               'FRETE       SEGURO      TOTAL   NOTA'
               DELIMITED BY SIZE
               INTO COTACREL-LINHA.
           WRITE COTACREL-LINHA.

           MOVE ZEROS TO WRK-QTD-ABAIXO.
           PERFORM 0250-IMPRIMIR-LINHA-COT
               VARYING WRK-COT-SUB FROM 1 BY 1
               UNTIL WRK-COT-SUB > WRK-TAB-COT-QTD.

           MOVE SPACES TO COTACREL-LINHA.
           WRITE COTACREL-LINHA.
           IF WRK-QTD-ABAIXO > ZEROS
               MOVE SPACES TO COTACREL-LINHA
               STRING '* ABAIXO DA NOTA MINIMA NA AVALIACAO DE '
                   DELIMITED BY SIZE
                   WRK-NTR-ANOMES DELIMITED BY SIZE
                   ' (PROGAVTB)' DELIMITED BY SIZE
                   INTO COTACREL-LINHA
               WRITE COTACREL-LINHA
           END-IF.

           DISPLAY 'COTACAO EMITIDA COM ' WRK-TAB-COT-QTD
               ' TRANSPORTADORA(S). MAIS BARATA: '
           MOVE TAB-COT-FRETE(WRK-COT-SUB)  TO WRK-LC-FRETE.
           MOVE TAB-COT-SEGURO(WRK-COT-SUB) TO WRK-LC-SEGURO.
           MOVE TAB-COT-TOTAL(WRK-COT-SUB)  TO WRK-LC-TOTAL.
           EVALUATE TAB-COT-SITUACAO(WRK-COT-SUB)
               WHEN 'A'
                   MOVE TAB-COT-NOTA(WRK-COT-SUB) TO WRK-EDT-NOTA
                   MOVE WRK-EDT-NOTA TO WRK-LC-NOTA
                   MOVE '*'          TO WRK-LC-ABAIXO
                   ADD 1 TO WRK-QTD-ABAIXO
               WHEN 'N'
                   MOVE TAB-COT-NOTA(WRK-COT-SUB) TO WRK-EDT-NOTA
                   MOVE WRK-EDT-NOTA TO WRK-LC-NOTA
               WHEN OTHER
                   MOVE '  -  '      TO WRK-LC-NOTA
           END-EVALUATE.
           WRITE COTACREL-LINHA FROM WRK-LINHA-COTACAO.

       0300-FINALIZAR.
                       * TAB-SEG-ALIQUOTA(SEG-IDX) / 100
           END-SEARCH.

      **************************************************************
      ** NOTAS DO MES DAS TRANSPORTADORAS NA AVALIACAO MENSAL
      ** (NOTATRP, GRAVADA PELO PROGAVTB). ARQUIVO AUSENTE OU
      ** TRANSPORTADORA SEM NOTA SAEM COM '-' NA COTACAO.
      **************************************************************
       8700-CARREGAR-NOTAS.

           MOVE 'N' TO WRK-NOTATRP-FIM-SW.
           MOVE 0   TO WRK-TAB-NTR-QTD.
           OPEN INPUT NOTATRP-FILE.
           IF WRK-NOTATRP-STATUS NOT = '35'
               READ NOTATRP-FILE
                   AT END SET WRK-NOTATRP-FIM TO TRUE
               END-READ
               PERFORM 8701-LER-NOTA UNTIL WRK-NOTATRP-FIM
               CLOSE NOTATRP-FILE
           END-IF.

       8701-LER-NOTA.

           IF WRK-TAB-NTR-QTD < 30
               ADD 1 TO WRK-TAB-NTR-QTD
               MOVE NTR-TRANSP   TO TAB-NTR-TRANSP(WRK-TAB-NTR-QTD)
               MOVE NTR-NOTA     TO TAB-NTR-NOTA(WRK-TAB-NTR-QTD)
               MOVE NTR-SITUACAO TO TAB-NTR-SITUACAO(WRK-TAB-NTR-QTD)
               MOVE NTR-ANOMES   TO WRK-NTR-ANOMES
           END-IF.
           READ NOTATRP-FILE
               AT END SET WRK-NOTATRP-FIM TO TRUE
           END-READ.

       8710-BUSCAR-NOTA.

           MOVE ZEROS  TO TAB-COT-NOTA(WRK-TAB-COT-QTD).
           MOVE SPACES TO TAB-COT-SITUACAO(WRK-TAB-COT-QTD).
           SET NTR-IDX TO 1.
           SEARCH TAB-NTR
               AT END
                   CONTINUE
               WHEN TAB-NTR-TRANSP(NTR-IDX) = TAB-TRP-CODIGO(TRP-IDX)
                   MOVE TAB-NTR-NOTA(NTR-IDX)
                       TO TAB-COT-NOTA(WRK-TAB-COT-QTD)
                   MOVE TAB-NTR-SITUACAO(NTR-IDX)
                       TO TAB-COT-SITUACAO(WRK-TAB-COT-QTD)
           END-SEARCH.

       COPY CPYFRTPR.
       COPY CPYTRPPR.
       COPY CPYCABPR.
