      **    PADRAO DE 5 DIAS UTEIS.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - DETALHE PASSA A MOSTRAR A CARGA DO
      **               EMBARQUE (PROGCRGB; '----' SEM CARGA) E O
      **               RELATORIO GANHA O RESUMO DE ATRASADOS POR
      **               CARGA, PARA A COBRANCA DO CAMINHAO INTEIRO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-QTD-ATE5           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATE10          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MAIS10         PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-ACG-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-SEM-CARGA      PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-ATRASO-CARGA.
           05  TAB-ACG OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-ACG-QTD
                   INDEXED BY ACG-IDX.
               10  TAB-ACG-DESPACHO   PIC 9(08).
               10  TAB-ACG-CARGA      PIC 9(04).
               10  TAB-ACG-TRANSP     PIC 9(03).
               10  TAB-ACG-UF         PIC X(02).
               10  TAB-ACG-QTD        PIC 9(05).
       01  WRK-LINHA-ATRASO.
           05  WRK-LA-DESPACHO    PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-TRANSP      PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-CARGA       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-UF          PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-PRODUTO     PIC X(20).
           05  WRK-LA-ATRASO      PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-FAIXA       PIC X(12).
       01  WRK-LINHA-ACG.
           05  FILLER             PIC X(06) VALUE 'CARGA '.
           05  WRK-LC-DESPACHO    PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LC-CARGA       PIC 9(04).
           05  FILLER             PIC X(06) VALUE '  TRN '.
           05  WRK-LC-TRANSP      PIC 9(03).
           05  FILLER             PIC X(05) VALUE '  UF '.
           05  WRK-LC-UF          PIC X(02).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LC-QTD         PIC ZZ.ZZ9.
           05  FILLER             PIC X(11) VALUE ' ATRASADOS'.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
               MOVE SPACES TO PRAZOREL-LINHA
               WRITE PRAZOREL-LINHA
               MOVE SPACES TO PRAZOREL-LINHA
               STRING 'DESPACHO/SEQ   TRN  CRG   UF  PRODUTO           '
                   DELIMITED BY SIZE
                   '    PRAZO  ATRASO   FAIXA'
                   DELIMITED BY SIZE
               MOVE EMB-DATA-DESPACHO TO WRK-LA-DESPACHO
               MOVE EMB-SEQUENCIA     TO WRK-LA-SEQUENCIA
               MOVE EMB-TRANSP        TO WRK-LA-TRANSP
               IF EMB-CARGA IS NUMERIC AND EMB-CARGA > ZEROS
                   MOVE EMB-CARGA     TO WRK-LA-CARGA
               ELSE
                   MOVE '----'        TO WRK-LA-CARGA
               END-IF
               MOVE EMB-ESTADO        TO WRK-LA-UF
               MOVE EMB-PRODUTO       TO WRK-LA-PRODUTO
               MOVE WRK-PRAZO-EMBARQUE TO WRK-LA-PRAZO
               MOVE WRK-DIAS-ATRASO   TO WRK-LA-ATRASO
               WRITE PRAZOREL-LINHA FROM WRK-LINHA-ATRASO
               PERFORM 0220-ACUMULAR-CARGA
           END-IF.

      **************************************************************
      ** ACUMULO DOS ATRASADOS POR CARGA (DATA DO DESPACHO + NUMERO
      ** DA CARGA, VER PROGCRGB). EMBARQUE SEM CARGA SO ENTRA NO
      ** TOTAL DE ATRASADOS SEM CARGA.
      **************************************************************
       0220-ACUMULAR-CARGA.

           IF EMB-CARGA IS NUMERIC AND EMB-CARGA > ZEROS
               SET ACG-IDX TO 1
               SEARCH TAB-ACG
                   AT END
                       PERFORM 0225-INCLUIR-CARGA
                   WHEN TAB-ACG-DESPACHO(ACG-IDX) = EMB-DATA-DESPACHO
                       AND TAB-ACG-CARGA(ACG-IDX) = EMB-CARGA
                       ADD 1 TO TAB-ACG-QTD(ACG-IDX)
               END-SEARCH
           ELSE
               ADD 1 TO WRK-QTD-SEM-CARGA
           END-IF.

       0225-INCLUIR-CARGA.

           IF WRK-TAB-ACG-QTD < 500
               ADD 1 TO WRK-TAB-ACG-QTD
               MOVE EMB-DATA-DESPACHO
                   TO TAB-ACG-DESPACHO(WRK-TAB-ACG-QTD)
               MOVE EMB-CARGA  TO TAB-ACG-CARGA(WRK-TAB-ACG-QTD)
               MOVE EMB-TRANSP TO TAB-ACG-TRANSP(WRK-TAB-ACG-QTD)
               MOVE EMB-ESTADO TO TAB-ACG-UF(WRK-TAB-ACG-QTD)
               MOVE 1          TO TAB-ACG-QTD(WRK-TAB-ACG-QTD)
           END-IF.

       0300-FINALIZAR.

           IF WRK-EMBARQUE-ABERTO
               MOVE SPACES TO PRAZOREL-LINHA
               WRITE PRAZOREL-LINHA
               MOVE '=== ATRASADOS POR CARGA ===' TO PRAZOREL-LINHA
               WRITE PRAZOREL-LINHA
               PERFORM 0310-IMPRIMIR-CARGA
                   VARYING ACG-IDX FROM 1 BY 1
                   UNTIL ACG-IDX > WRK-TAB-ACG-QTD
               MOVE SPACES TO PRAZOREL-LINHA
               STRING 'SEM CARGA: ' DELIMITED BY SIZE
                   WRK-QTD-SEM-CARGA DELIMITED BY SIZE
                   ' ATRASADOS' DELIMITED BY SIZE
                   INTO PRAZOREL-LINHA
               WRITE PRAZOREL-LINHA

               MOVE SPACES TO PRAZOREL-LINHA
               WRITE PRAZOREL-LINHA
               STRING 'EM TRANSITO: ' DELIMITED BY SIZE
           DISPLAY 'EMBARQUES ATRASADOS: ' WRK-QTD-ATRASADOS
               ' DE ' WRK-QTD-ABERTOS ' EM TRANSITO.'.

       0310-IMPRIMIR-CARGA.

           MOVE TAB-ACG-DESPACHO(ACG-IDX) TO WRK-LC-DESPACHO.
           MOVE TAB-ACG-CARGA(ACG-IDX)    TO WRK-LC-CARGA.
           MOVE TAB-ACG-TRANSP(ACG-IDX)   TO WRK-LC-TRANSP.
           MOVE TAB-ACG-UF(ACG-IDX)       TO WRK-LC-UF.
           MOVE TAB-ACG-QTD(ACG-IDX)      TO WRK-LC-QTD.
           WRITE PRAZOREL-LINHA FROM WRK-LINHA-ACG.

      **************************************************************
      ** CARGA DA TABELA DE PRAZOS PROMETIDOS (PRAZOTAB). O ARQUIVO
      ** E OPCIONAL; AUSENTE, TODO EMBARQUE USA O PRAZO PADRAO.
