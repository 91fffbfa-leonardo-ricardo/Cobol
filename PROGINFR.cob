      **    CONTRACHEQUES EM JANEIRO.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - INFORME PASSA A TRAZER A PENSAO ALIMENTICIA
      **               JUDICIAL DESCONTADA NO ANO (FHS-PENSAO, GRAVADA
      **               PELO PROGTEPB) E A BASE TRIBUTAVEL (TOTAL DE
      **               RENDIMENTOS MENOS INSS E PENSAO). REGISTRO DO
      **               FOLHAHIS ANTERIOR AO CAMPO CONTA PENSAO ZERO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  TAB-INF-INSS       PIC 9(08)V99.
               10  TAB-INF-IRRF       PIC 9(08)V99.
               10  TAB-INF-DEC13      PIC 9(08)V99.
               10  TAB-INF-PENSAO     PIC 9(08)V99.
       77  WRK-FHS-PENSAO         PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BASE-TRIBUTAVEL    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       0200-ACUMULAR-FOLHA.

           IF FHS-COMP-ANO = WRK-ANO-REF
               IF FHS-PENSAO IS NUMERIC
                   MOVE FHS-PENSAO TO WRK-FHS-PENSAO
               ELSE
                   MOVE ZEROS TO WRK-FHS-PENSAO
               END-IF
               MOVE 'N' TO WRK-INF-ACHOU-SW
               SET INF-IDX TO 1
               SEARCH TAB-INF
                       ADD FHS-BRUTO TO TAB-INF-BRUTO(INF-IDX)
                       ADD FHS-INSS  TO TAB-INF-INSS(INF-IDX)
                       ADD FHS-IRRF  TO TAB-INF-IRRF(INF-IDX)
                       ADD WRK-FHS-PENSAO TO TAB-INF-PENSAO(INF-IDX)
               END-SEARCH
           END-IF.

           MOVE FHS-INSS      TO TAB-INF-INSS(WRK-TAB-INF-QTD).
           MOVE FHS-IRRF      TO TAB-INF-IRRF(WRK-TAB-INF-QTD).
           MOVE ZEROS         TO TAB-INF-DEC13(WRK-TAB-INF-QTD).
           MOVE WRK-FHS-PENSAO TO TAB-INF-PENSAO(WRK-TAB-INF-QTD).

      **************************************************************
      ** SOMA AS PARCELAS DO 13. SALARIO DO ANO DE REFERENCIA NO
           MOVE ZEROS         TO TAB-INF-INSS(WRK-TAB-INF-QTD).
           MOVE ZEROS         TO TAB-INF-IRRF(WRK-TAB-INF-QTD).
           MOVE H13-VALOR-PARCELA TO TAB-INF-DEC13(WRK-TAB-INF-QTD).
           MOVE ZEROS         TO TAB-INF-PENSAO(WRK-TAB-INF-QTD).

       0300-FINALIZAR.

               INTO INFORMES-LINHA.
           WRITE INFORMES-LINHA.

           MOVE TAB-INF-PENSAO(WRK-INF-SUB) TO WRK-VALOR-ED.
           MOVE SPACES TO INFORMES-LINHA.
           STRING 'PENSAO ALIMENTICIA.......: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO INFORMES-LINHA.
           WRITE INFORMES-LINHA.

           MOVE ZEROS TO WRK-BASE-TRIBUTAVEL.
           IF TAB-INF-BRUTO(WRK-INF-SUB) >
               TAB-INF-INSS(WRK-INF-SUB) + TAB-INF-PENSAO(WRK-INF-SUB)
               COMPUTE WRK-BASE-TRIBUTAVEL =
                   TAB-INF-BRUTO(WRK-INF-SUB)
                   - TAB-INF-INSS(WRK-INF-SUB)
                   - TAB-INF-PENSAO(WRK-INF-SUB)
           END-IF.
           MOVE WRK-BASE-TRIBUTAVEL TO WRK-VALOR-ED.
           MOVE SPACES TO INFORMES-LINHA.
           STRING 'BASE TRIBUTAVEL..........: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO INFORMES-LINHA.
           WRITE INFORMES-LINHA.

           MOVE TAB-INF-DEC13(WRK-INF-SUB) TO WRK-VALOR-ED.
           MOVE SPACES TO INFORMES-LINHA.
           STRING '13. SALARIO PAGO NO ANO..: ' DELIMITED BY SIZE
