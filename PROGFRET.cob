      **  22/08/2026 LR - LAYOUT DO FRETESAI ACOMPANHA O PROGFRTB:
      **               NUMERO DO PEDIDO, TIPO DE REGISTRO (SO OS
      **               VOLUMES 'V' ENTRAM NA CONFERENCIA) E SEGURO.
      **  15/10/2026 LR - AO FIM DA CONFERENCIA, GRAVA NO HISTORICO
      **               DIVFRETE (CPYDVF*) UM REGISTRO POR
      **               TRANSPORTADORA COM A DATA DO LOTE, OS
      **               EMBARQUES CONFERIDOS E OS DIVERGENTES, PARA A
      **               AVALIACAO MENSAL DAS TRANSPORTADORAS (PROGAVTB).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT FRETESAI-FILE ASSIGN TO "FRETESAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETESAI-STATUS.
           COPY CPYDVFSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETRET-FILE.
           05  FRS-FRETE-CALC     PIC 9(06)V99.
           05  FRS-SEGURO         PIC 9(06)V99.
           05  FRS-TOTAL          PIC 9(07)V99.
       COPY CPYDVFFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-FRETRET-STATUS     PIC X(02) VALUE SPACES.
               10  TAB-SAI-PRODUTO    PIC X(20).
               10  TAB-SAI-ESTADO     PIC X(02).
               10  TAB-SAI-FRETE      PIC 9(06)V99.
       77  WRK-DIVFRETE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TAB-DVT-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DIVERG-TRANSP.
           05  TAB-DVT OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-DVT-QTD
                   INDEXED BY DVT-IDX.
               10  TAB-DVT-TRANSP     PIC 9(03).
               10  TAB-DVT-CONFERIDOS PIC 9(05).
               10  TAB-DVT-DIVERGENTES PIC 9(05).
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.


       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
       0200-PROCESSAR.

           ADD 1 TO WRK-QTD-CONFERIDOS.
           PERFORM 8200-LOCALIZAR-TRANSP-DIVERG.
           IF DVT-IDX <= WRK-TAB-DVT-QTD
               ADD 1 TO TAB-DVT-CONFERIDOS(DVT-IDX)
           END-IF.
           PERFORM 8100-PROCURAR-FRETESAI.

           IF WRK-SAI-ACHOU-IDX = ZEROS
               ADD 1 TO WRK-QTD-DIVERGENTES
               PERFORM 0210-CONTAR-DIVERGENCIA
               MOVE 'PROGFRET'     TO EXC-PROGRAMA
               MOVE RTF-PRODUTO    TO EXC-CHAVE
               MOVE 'RTF-PRODUTO'  TO EXC-CAMPO
               END-IF
               IF WRK-DIFERENCA > WRK-TOLERANCIA
                   ADD 1 TO WRK-QTD-DIVERGENTES
                   PERFORM 0210-CONTAR-DIVERGENCIA
                   MOVE 'PROGFRET'          TO EXC-PROGRAMA
                   MOVE RTF-PRODUTO         TO EXC-CHAVE
                   MOVE 'RTF-VALOR-COBRADO' TO EXC-CAMPO
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-CONTAR-DIVERGENCIA.

           IF DVT-IDX <= WRK-TAB-DVT-QTD
               ADD 1 TO TAB-DVT-DIVERGENTES(DVT-IDX)
           END-IF.

       0300-FINALIZAR.

           IF WRK-FRETRET-STATUS NOT = '35'
               CLOSE FRETRET-FILE
           END-IF.
           IF WRK-TAB-DVT-QTD > ZEROS
               PERFORM 0310-GRAVAR-HISTORICO-DIVERG
           END-IF.
           CLOSE EXCECOES-FILE.

           DISPLAY 'EMBARQUES CONFERIDOS.. ' WRK-QTD-CONFERIDOS.
           DISPLAY 'DIVERGENCIAS.......... ' WRK-QTD-DIVERGENTES.

      **************************************************************
      ** HISTORICO DA CONFERENCIA POR TRANSPORTADORA (DIVFRETE),
      ** ACRESCENTADO A CADA EXECUCAO COM A DATA DO LOTE.
      **************************************************************
       0310-GRAVAR-HISTORICO-DIVERG.

           OPEN EXTEND DIVFRETE-FILE.
           IF WRK-DIVFRETE-STATUS = '05' OR '35'
               CLOSE DIVFRETE-FILE
               OPEN OUTPUT DIVFRETE-FILE
           END-IF.
           PERFORM 0320-GRAVAR-DIVERG-TRANSP
               VARYING DVT-IDX FROM 1 BY 1
               UNTIL DVT-IDX > WRK-TAB-DVT-QTD.
           CLOSE DIVFRETE-FILE.

       0320-GRAVAR-DIVERG-TRANSP.

           MOVE WRK-LOTECAB-DATA         TO DVF-DATA.
           MOVE TAB-DVT-TRANSP(DVT-IDX)  TO DVF-TRANSP.
           MOVE TAB-DVT-CONFERIDOS(DVT-IDX) TO DVF-QTD-CONFERIDOS.
           MOVE TAB-DVT-DIVERGENTES(DVT-IDX)
               TO DVF-QTD-DIVERGENTES.
           WRITE DIVFRETE-REG.

       8000-CARREGAR-FRETESAI.

           MOVE 'N'   TO WRK-CARGA-FIM-SW.
               MOVE WRK-SAI-IDX TO WRK-SAI-ACHOU-IDX
           END-IF.

      **************************************************************
      ** POSICIONA DVT-IDX NA TRANSPORTADORA DO REGISTRO COBRADO,
      ** INCLUINDO-A NA PRIMEIRA VEZ. TABELA CHEIA DEIXA DVT-IDX
      ** ALEM DO FIM E O REGISTRO NAO ENTRA NO HISTORICO.
      **************************************************************
       8200-LOCALIZAR-TRANSP-DIVERG.

           SET DVT-IDX TO 1.
           SEARCH TAB-DVT
               AT END
                   IF WRK-TAB-DVT-QTD < 50
                       ADD 1 TO WRK-TAB-DVT-QTD
                       SET DVT-IDX TO WRK-TAB-DVT-QTD
                       MOVE RTF-TRANSP TO TAB-DVT-TRANSP(DVT-IDX)
                       MOVE ZEROS TO TAB-DVT-CONFERIDOS(DVT-IDX)
                       MOVE ZEROS TO TAB-DVT-DIVERGENTES(DVT-IDX)
                   ELSE
                       SET DVT-IDX TO 51
                   END-IF
               WHEN TAB-DVT-TRANSP(DVT-IDX) = RTF-TRANSP
                   CONTINUE
           END-SEARCH.

       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
