      **    PENDENTES POR TRANSPORTADORA.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - DETALHE PASSA A MOSTRAR A CARGA DO
      **               EMBARQUE (PROGCRGB; '----' SEM CARGA) E O
      **               RESUMO GANHA OS PENDENTES POR CARGA, PARA A
      **               COBRANCA DOS CANHOTOS DE UM CAMINHAO INTEIRO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   INDEXED BY PTR-IDX.
               10  TAB-PTR-TRANSP     PIC 9(03).
               10  TAB-PTR-QTD        PIC 9(05).
       77  WRK-TAB-PCG-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-SEM-CARGA      PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-POD-CARGA.
           05  TAB-PCG OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-PCG-QTD
                   INDEXED BY PCG-IDX.
               10  TAB-PCG-DESPACHO   PIC 9(08).
               10  TAB-PCG-CARGA      PIC 9(04).
               10  TAB-PCG-TRANSP     PIC 9(03).
               10  TAB-PCG-QTD        PIC 9(05).
       01  WRK-LINHA-POD.
           05  WRK-LP-DESPACHO    PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-TRANSP      PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-CARGA       PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-PRODUTO     PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-ENTREGA     PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LT-QTD         PIC ZZ.ZZ9.
           05  FILLER             PIC X(22) VALUE ' CANHOTOS PENDENTES'.
       01  WRK-LINHA-PCG.
           05  FILLER             PIC X(06) VALUE 'CARGA '.
           05  WRK-LC-DESPACHO    PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LC-CARGA       PIC 9(04).
           05  FILLER             PIC X(06) VALUE '  TRN '.
           05  WRK-LC-TRANSP      PIC 9(03).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LC-QTD         PIC ZZ.ZZ9.
           05  FILLER             PIC X(22) VALUE ' CANHOTOS PENDENTES'.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
               MOVE SPACES TO PODREL-LINHA
               WRITE PODREL-LINHA
               MOVE SPACES TO PODREL-LINHA
               STRING 'DESPACHO/SEQ   TRN  CRG   PRODUTO             '
                   DELIMITED BY SIZE
                   '  ENTREGA     IDADE        FAIXA'
                   DELIMITED BY SIZE
           MOVE EMB-DATA-DESPACHO TO WRK-LP-DESPACHO.
           MOVE EMB-SEQUENCIA     TO WRK-LP-SEQUENCIA.
           MOVE EMB-TRANSP        TO WRK-LP-TRANSP.
           IF EMB-CARGA IS NUMERIC AND EMB-CARGA > ZEROS
               MOVE EMB-CARGA     TO WRK-LP-CARGA
           ELSE
               MOVE '----'        TO WRK-LP-CARGA
           END-IF.
           MOVE EMB-PRODUTO       TO WRK-LP-PRODUTO.
           MOVE EMB-DATA-STATUS   TO WRK-LP-ENTREGA.
           MOVE WRK-DIAS-PENDENTE TO WRK-LP-IDADE.
                   ADD 1 TO TAB-PTR-QTD(PTR-IDX)
           END-SEARCH.

           PERFORM 0230-ACUMULAR-CARGA.

       0220-INCLUIR-TRANSPORTADORA.

           IF WRK-TAB-PTR-QTD < 20
               MOVE 1          TO TAB-PTR-QTD(WRK-TAB-PTR-QTD)
           END-IF.

      **************************************************************
      ** ACUMULO POR CARGA (DATA DO DESPACHO + NUMERO DA CARGA,
      ** VER PROGCRGB). EMBARQUE SEM CARGA SO ENTRA NO TOTAL DE
      ** PENDENTES SEM CARGA.
      **************************************************************
       0230-ACUMULAR-CARGA.

           IF EMB-CARGA IS NUMERIC AND EMB-CARGA > ZEROS
               SET PCG-IDX TO 1
               SEARCH TAB-PCG
                   AT END
                       PERFORM 0235-INCLUIR-CARGA
                   WHEN TAB-PCG-DESPACHO(PCG-IDX) = EMB-DATA-DESPACHO
                       AND TAB-PCG-CARGA(PCG-IDX) = EMB-CARGA
                       ADD 1 TO TAB-PCG-QTD(PCG-IDX)
               END-SEARCH
           ELSE
               ADD 1 TO WRK-QTD-SEM-CARGA
           END-IF.

       0235-INCLUIR-CARGA.

           IF WRK-TAB-PCG-QTD < 500
               ADD 1 TO WRK-TAB-PCG-QTD
               MOVE EMB-DATA-DESPACHO
                   TO TAB-PCG-DESPACHO(WRK-TAB-PCG-QTD)
               MOVE EMB-CARGA  TO TAB-PCG-CARGA(WRK-TAB-PCG-QTD)
               MOVE EMB-TRANSP TO TAB-PCG-TRANSP(WRK-TAB-PCG-QTD)
               MOVE 1          TO TAB-PCG-QTD(WRK-TAB-PCG-QTD)
           END-IF.

       0300-FINALIZAR.

           IF WRK-EMBARQUE-ABERTO
                   VARYING PTR-IDX FROM 1 BY 1
                   UNTIL PTR-IDX > WRK-TAB-PTR-QTD

               MOVE SPACES TO PODREL-LINHA
               WRITE PODREL-LINHA
               MOVE '=== PENDENTES POR CARGA ===' TO PODREL-LINHA
               WRITE PODREL-LINHA
               PERFORM 0320-IMPRIMIR-CARGA
                   VARYING PCG-IDX FROM 1 BY 1
                   UNTIL PCG-IDX > WRK-TAB-PCG-QTD
               MOVE SPACES TO PODREL-LINHA
               STRING 'SEM CARGA: ' DELIMITED BY SIZE
                   WRK-QTD-SEM-CARGA DELIMITED BY SIZE
                   ' CANHOTOS PENDENTES' DELIMITED BY SIZE
                   INTO PODREL-LINHA
               WRITE PODREL-LINHA

               MOVE SPACES TO PODREL-LINHA
               WRITE PODREL-LINHA
               STRING 'TOTAL DE CANHOTOS PENDENTES: '
           MOVE TAB-PTR-QTD(PTR-IDX)    TO WRK-LT-QTD.
           WRITE PODREL-LINHA FROM WRK-LINHA-PTR.

       0320-IMPRIMIR-CARGA.

           MOVE TAB-PCG-DESPACHO(PCG-IDX) TO WRK-LC-DESPACHO.
           MOVE TAB-PCG-CARGA(PCG-IDX)    TO WRK-LC-CARGA.
           MOVE TAB-PCG-TRANSP(PCG-IDX)   TO WRK-LC-TRANSP.
           MOVE TAB-PCG-QTD(PCG-IDX)      TO WRK-LC-QTD.
           WRITE PODREL-LINHA FROM WRK-LINHA-PCG.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
