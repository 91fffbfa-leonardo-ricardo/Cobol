      **    A ACUMULADA (DEPREREL).
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - BEM TRANSFERIDO DE CENTRO DE CUSTO NO MES
      **               (HISTORICO ATIVOMOV, PROGAFXM) TEM A COTA
      **               RATEADA PELOS DIAS EM CADA CENTRO, COM UM PAR
      **               DE LANCAMENTOS POR CENTRO. CADA COTA LANCADA
      **               VAI TAMBEM PARA O HISTORICO DO BEM.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAFXSL.
           COPY CPYAMVSL.
           SELECT DEPAPLIC-FILE ASSIGN TO "DEPAPLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPAPLIC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYAFXFD.
       COPY CPYAMVFD.
       FD  DEPAPLIC-FILE.
       01  DEPAPLIC-REG.
           05  DPA-ANOMES         PIC 9(06).
       WORKING-STORAGE SECTION.
       77  WRK-ATIVOFIX-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DEPAPLIC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ATIVOMOV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-DEPREREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
       77  WRK-TOTAL-DEPRECIADO   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CONTA-DESPESA      PIC 9(05) VALUE 41008.
       77  WRK-CONTA-ACUMULADA    PIC 9(05) VALUE 13001.
      **************************************************************
      ** TRANSFERENCIAS DE CENTRO DE CUSTO A PARTIR DO PRIMEIRO DIA
      ** DA COMPETENCIA, NA ORDEM DO HISTORICO: A PRIMEIRA DE CADA
      ** BEM DA O CENTRO NO INICIO DO MES (A ORIGEM) E AS DATADAS
      ** DENTRO DO MES QUEBRAM A COTA PELOS DIAS EM CADA CENTRO.
      **************************************************************
       77  WRK-TAB-TRF-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-TRF-SUB            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TRANSFERENCIAS.
           05  TAB-TRF OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-TRF-QTD.
               10  TAB-TRF-CODIGO     PIC 9(05).
               10  TAB-TRF-DATA       PIC 9(08).
               10  TAB-TRF-ORIGEM     PIC X(05).
               10  TAB-TRF-DESTINO    PIC X(05).
       77  WRK-TRF-ESTOUROU-SW    PIC X(01) VALUE 'N'.
           88  WRK-TRF-ESTOUROU             VALUE 'S'.
       77  WRK-INICIO-MES         PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-MES            PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-INICIO         PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-TRANSF         PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-CENTRO        PIC 9(02) VALUE ZEROS.
       77  WRK-CCUSTO-CORRENTE    PIC X(05) VALUE SPACES.
       77  WRK-ACHOU-TRF-SW       PIC X(01) VALUE 'N'.
           88  WRK-ACHOU-TRF                VALUE 'S'.
       77  WRK-COTA-RESTANTE      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARCELA            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-PARCELAS       PIC 9(02) VALUE ZEROS.
       01  WRK-LINHA-DEPREC.
           05  WRK-LD-CODIGO      PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-ACUMULADA   PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-MARCA       PIC X(14).
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES-REF.
           PERFORM 8000-CONFERIR-APLICACAO.

           COMPUTE WRK-INICIO-MES = WRK-ANOMES-REF * 100 + 1.
           MOVE 'UM'           TO DTS-FUNCAO.
           MOVE WRK-INICIO-MES TO DTS-DATA1.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS       TO WRK-DIAS-MES.
           COMPUTE WRK-FIM-MES = WRK-ANOMES-REF * 100 + WRK-DIAS-MES.

           IF NOT WRK-JA-APLICADO
               PERFORM 8100-CARREGAR-TRANSFERENCIAS
           END-IF.

           EVALUATE TRUE
               WHEN WRK-JA-APLICADO
                   DISPLAY 'DEPRECIACAO DA COMPETENCIA ' WRK-ANOMES-REF
                       ' JA LANCADA - NADA A FAZER.'
                   SET WRK-FIM TO TRUE
               WHEN WRK-TRF-ESTOUROU
                   MOVE 'PROGDEPB'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE '00'                 TO ABL-STATUS-ARQUIVO
                   MOVE 'TRANSFERENCIAS ACIMA DA CAPACIDADE (500)'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               WHEN OTHER
                   OPEN I-O ATIVOFIX-FILE
                   IF WRK-ATIVOFIX-STATUS NOT = '00'
                       MOVE 'PROGDEPB'           TO ABL-PROGRAMA
                       MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                       MOVE WRK-ATIVOFIX-STATUS  TO ABL-STATUS-ARQUIVO
                       MOVE 'FALHA AO ABRIR O CADASTRO DE ATIVOS'
                           TO ABL-MENSAGEM
                       PERFORM 9900-GRAVAR-ABEND
                       SET WRK-FIM TO TRUE
                   ELSE
                       SET WRK-ATIVOFIX-ABERTO TO TRUE

                       OPEN EXTEND LANCTOS-FILE
                       IF WRK-LANCTOS-STATUS = '05' OR '35'
                           CLOSE LANCTOS-FILE
                           OPEN OUTPUT LANCTOS-FILE
                       END-IF

                       OPEN EXTEND ATIVOMOV-FILE
                       IF WRK-ATIVOMOV-STATUS = '05' OR '35'
                           CLOSE ATIVOMOV-FILE
                           OPEN OUTPUT ATIVOMOV-FILE
                       END-IF

                       OPEN OUTPUT DEPREREL-FILE
                       MOVE 'PROGDEPB' TO WRK-CAB-PROGRAMA
                       MOVE 'DEPRECIACAO MENSAL DO IMOBILIZADO'
                           TO WRK-CAB-TITULO
                       MOVE 1          TO WRK-CAB-PAGINA
                       PERFORM 0900-MONTAR-CABECALHO-PADRAO
                       WRITE DEPREREL-LINHA FROM WRK-CAB-LINHA1
                       WRITE DEPREREL-LINHA FROM WRK-CAB-LINHA2
                       MOVE SPACES TO DEPREREL-LINHA
                       WRITE DEPREREL-LINHA
                       MOVE SPACES TO DEPREREL-LINHA
                       STRING 'BEM    DESCRICAO                       '
                           DELIMITED BY SIZE
                           'COTA DO MES      ACUMULADA'
                           DELIMITED BY SIZE
                           INTO DEPREREL-LINHA
                       WRITE DEPREREL-LINHA

                       MOVE ZEROS TO AFX-CODIGO
                       START ATIVOFIX-FILE
                           KEY IS NOT LESS THAN AFX-CODIGO
                           INVALID KEY SET WRK-FIM TO TRUE
                       END-START
                   END-IF
           END-EVALUATE.

      **************************************************************
      ** COTA DE LINHA RETA DO BEM ATIVO: VALOR / VIDA UTIL,
               ADD WRK-COTA-MENSAL TO AFX-DEPREC-ACUM
               REWRITE ATIVOFIX-REG

               PERFORM 0220-RATEAR-COTA

               ADD 1 TO WRK-QTD-DEPRECIADOS
               ADD WRK-COTA-MENSAL TO WRK-TOTAL-DEPRECIADO

               MOVE AFX-CODIGO      TO WRK-LD-CODIGO
               MOVE AFX-DESCRICAO   TO WRK-LD-DESCRICAO
               MOVE WRK-COTA-MENSAL TO WRK-LD-COTA
               MOVE AFX-DEPREC-ACUM TO WRK-LD-ACUMULADA
               MOVE SPACES          TO WRK-LD-MARCA
               IF WRK-QTD-PARCELAS > 1
                   MOVE 'RATEADA CCUSTO' TO WRK-LD-MARCA
               END-IF
               WRITE DEPREREL-LINHA FROM WRK-LINHA-DEPREC
           END-IF.

      **************************************************************
      ** RATEIO DA COTA PELOS CENTROS DE CUSTO DO BEM NO MES: O
      ** CENTRO NO INICIO DO MES E A ORIGEM DA PRIMEIRA
      ** TRANSFERENCIA A PARTIR DO DIA 1 (SEM TRANSFERENCIA, O
      ** CENTRO DO CADASTRO); CADA TRANSFERENCIA DENTRO DO MES
      ** FECHA UMA PARCELA PROPORCIONAL AOS DIAS ANTES DELA (O DIA
      ** DA TRANSFERENCIA JA E DO NOVO CENTRO) E A ULTIMA PARCELA
      ** LEVA O RESTO DA COTA, SEM DIFERENCA DE ARREDONDAMENTO.
      **************************************************************
       0220-RATEAR-COTA.

           MOVE AFX-CENTRO-CUSTO TO WRK-CCUSTO-CORRENTE.
           MOVE 1                TO WRK-DIA-INICIO.
           MOVE WRK-COTA-MENSAL  TO WRK-COTA-RESTANTE.
           MOVE ZEROS            TO WRK-QTD-PARCELAS.
           MOVE 'N'              TO WRK-ACHOU-TRF-SW.

           PERFORM 0225-APLICAR-TRANSFERENCIA
               VARYING WRK-TRF-SUB FROM 1 BY 1
               UNTIL WRK-TRF-SUB > WRK-TAB-TRF-QTD.

           MOVE WRK-COTA-RESTANTE TO WRK-PARCELA.
           PERFORM 0230-LANCAR-PARCELA.

       0225-APLICAR-TRANSFERENCIA.

           IF TAB-TRF-CODIGO(WRK-TRF-SUB) = AFX-CODIGO
               IF NOT WRK-ACHOU-TRF
                   SET WRK-ACHOU-TRF TO TRUE
                   MOVE TAB-TRF-ORIGEM(WRK-TRF-SUB)
                       TO WRK-CCUSTO-CORRENTE
               END-IF
               IF TAB-TRF-DATA(WRK-TRF-SUB) <= WRK-FIM-MES
                   MOVE TAB-TRF-DATA(WRK-TRF-SUB)(7:2)
                       TO WRK-DIA-TRANSF
                   MOVE ZEROS TO WRK-PARCELA
                   IF WRK-DIA-TRANSF > WRK-DIA-INICIO
                       COMPUTE WRK-DIAS-CENTRO =
                           WRK-DIA-TRANSF - WRK-DIA-INICIO
                       COMPUTE WRK-PARCELA ROUNDED =
                           WRK-COTA-MENSAL * WRK-DIAS-CENTRO
                           / WRK-DIAS-MES
                   END-IF
                   IF WRK-PARCELA > WRK-COTA-RESTANTE
                       MOVE WRK-COTA-RESTANTE TO WRK-PARCELA
                   END-IF
                   PERFORM 0230-LANCAR-PARCELA
                   SUBTRACT WRK-PARCELA FROM WRK-COTA-RESTANTE
                   MOVE TAB-TRF-DESTINO(WRK-TRF-SUB)
                       TO WRK-CCUSTO-CORRENTE
                   MOVE WRK-DIA-TRANSF TO WRK-DIA-INICIO
               END-IF
           END-IF.

      **************************************************************
      ** PAR DE LANCAMENTOS DA PARCELA NO CENTRO CORRENTE (DEBITO
      ** DA DESPESA, CREDITO DA ACUMULADA) E O MOVIMENTO 'D' NO
      ** HISTORICO DO BEM. PARCELA ZERADA NAO E LANCADA.
      **************************************************************
       0230-LANCAR-PARCELA.

           IF WRK-PARCELA > ZEROS
               ADD 1 TO WRK-QTD-PARCELAS

               MOVE WRK-CONTA-DESPESA  TO LAN-CONTA
               MOVE 'D'                TO LAN-TIPO
               MOVE WRK-PARCELA        TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA   TO LAN-DATA
               MOVE 'DEPREREL'         TO LAN-DOCUMENTO
               MOVE 'DEPRECIACAO MENSAL' TO LAN-HISTORICO
               MOVE WRK-CCUSTO-CORRENTE TO LAN-CENTRO-CUSTO
               WRITE LANCTO-REG

               MOVE WRK-CONTA-ACUMULADA TO LAN-CONTA
               MOVE 'C'                 TO LAN-TIPO
               WRITE LANCTO-REG

               MOVE SPACES              TO ATIVOMOV-REG
               MOVE AFX-CODIGO          TO AMV-CODIGO
               MOVE WRK-LOTECAB-DATA    TO AMV-DATA
               SET AMV-DEPRECIACAO      TO TRUE
               MOVE WRK-CCUSTO-CORRENTE TO AMV-CCUSTO-ORIGEM
               MOVE WRK-PARCELA         TO AMV-VALOR
               MOVE AFX-VALOR-AQUISICAO TO AMV-VALOR-AQUISICAO
               MOVE AFX-DEPREC-ACUM     TO AMV-DEPREC-ACUM
               MOVE ZEROS               TO AMV-RESULTADO
               MOVE 'DEPREREL'          TO AMV-DOCUMENTO
               WRITE ATIVOMOV-REG
           END-IF.

       0300-FINALIZAR.

               CLOSE DEPREREL-FILE
               CLOSE LANCTOS-FILE
               CLOSE ATIVOMOV-FILE
               CLOSE ATIVOFIX-FILE

               OPEN EXTEND DEPAPLIC-FILE
               AT END SET WRK-APL-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARGA DAS TRANSFERENCIAS DATADAS A PARTIR DO INICIO DA
      ** COMPETENCIA (HISTORICO ATIVOMOV). ACIMA DA CAPACIDADE A
      ** DEPRECIACAO NAO RODA, PARA NAO RATEAR ERRADO.
      **************************************************************
       8100-CARREGAR-TRANSFERENCIAS.

           MOVE ZEROS TO WRK-TAB-TRF-QTD.
           MOVE 'N'   TO WRK-APL-FIM-SW.

           OPEN INPUT ATIVOMOV-FILE.
           IF WRK-ATIVOMOV-STATUS = '35'
               CONTINUE
           ELSE
               READ ATIVOMOV-FILE
                   AT END SET WRK-APL-FIM TO TRUE
               END-READ
               PERFORM 8110-LER-MOVIMENTO UNTIL WRK-APL-FIM
               CLOSE ATIVOMOV-FILE
           END-IF.

       8110-LER-MOVIMENTO.

           IF AMV-TRANSFERENCIA AND AMV-DATA >= WRK-INICIO-MES
               IF WRK-TAB-TRF-QTD < 500
                   ADD 1 TO WRK-TAB-TRF-QTD
                   MOVE AMV-CODIGO   TO TAB-TRF-CODIGO(WRK-TAB-TRF-QTD)
                   MOVE AMV-DATA     TO TAB-TRF-DATA(WRK-TAB-TRF-QTD)
                   MOVE AMV-CCUSTO-ORIGEM
                       TO TAB-TRF-ORIGEM(WRK-TAB-TRF-QTD)
                   MOVE AMV-CCUSTO-DESTINO
                       TO TAB-TRF-DESTINO(WRK-TAB-TRF-QTD)
               ELSE
                   SET WRK-TRF-ESTOUROU TO TRUE
               END-IF
           END-IF.
           READ ATIVOMOV-FILE
               AT END SET WRK-APL-FIM TO TRUE
           END-READ.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
