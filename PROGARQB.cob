      **               UM SUBPROGRAMA CHAMADO PELO DRIVER DO LOTE
      **               (PROGLOTE) E STOP RUN ENCERRARIA A UNIDADE DE
      **               EXECUCAO INTEIRA.
      **  15/10/2026 LR - EXPURGO TAMBEM DO ARQUIVO DATADO DE
      **               RELATORIOS (RELARQ) E DO SEU CATALOGO
      **               (RELCATLG), COM PRAZO PROPRIO EM DIAS NA
      **               RETENCAO (RET-DIAS-RELATORIOS). A DATA DE CORTE
      **               DOS RELATORIOS E A DATA DO LOTE MENOS ESSE
      **               PRAZO; PRAZO ZERADO OU AUSENTE NAO EXPURGA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYABLSL.
           COPY CPYEXCSL.
           COPY CPYLOTSL.
           COPY CPYRARSL.
           COPY CPYRCGSL.
           SELECT RETENCAO-FILE ASSIGN TO "RETENCAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETENCAO-STATUS.
       COPY CPYABLFD.
       COPY CPYEXCFD.
       COPY CPYLOTFD.
       COPY CPYRARFD.
       COPY CPYRCGFD.

       FD  RETENCAO-FILE.
       01  RETENCAO-REG.
           05  RET-DATA-CORTE     PIC 9(08).
           05  RET-DIAS-RELATORIOS PIC 9(04).

       FD  TRABALHO-FILE.
       01  TRABALHO-REG           PIC X(250).
       77  WRK-TRABALHO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ARQUIVO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-ARQREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RELARQ-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RELCATLG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONFIG-OK-SW       PIC X(01) VALUE 'N'.
           88  WRK-CONFIG-OK                  VALUE 'S'.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-DATA-CORTE         PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-RELATORIOS    PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-CORTE-REL     PIC 9(08) VALUE ZEROS.
       77  WRK-ARQ-NOME           PIC X(12) VALUE SPACES.
       77  WRK-ARQ-PREFIXO        PIC X(06) VALUE SPACES.
       77  WRK-ARQ-ANO-ABERTO     PIC 9(04) VALUE ZEROS.
       COPY CPYCABWS.
       COPY CPYLOTWS.
       COPY CPYABLWS.
       COPY CPYDTSWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

                       SET WRK-CONFIG-OK TO TRUE
                       DISPLAY 'PROGARQB: DATA DE CORTE '
                           WRK-DATA-CORTE
                       IF RET-DIAS-RELATORIOS IS NUMERIC
                           MOVE RET-DIAS-RELATORIOS
                               TO WRK-DIAS-RELATORIOS
                       END-IF
               END-READ
               CLOSE RETENCAO-FILE
           END-IF.
           PERFORM 4000-ARQUIVAR-ABENDLOG.
           PERFORM 5000-ARQUIVAR-EXCECOES.

      *    O ARQUIVO DE RELATORIOS TEM PRAZO PROPRIO: A DATA DE CORTE
      *    PASSA A SER A DOS RELATORIOS DAQUI EM DIANTE.
           IF WRK-DIAS-RELATORIOS = ZEROS
               DISPLAY 'PROGARQB: SEM PRAZO PARA O ARQUIVO DE '
                   'RELATORIOS - RELARQ NAO EXPURGADO.'
           ELSE
               PERFORM 8700-CALCULAR-CORTE-RELATORIO
               MOVE WRK-DATA-CORTE-REL TO WRK-DATA-CORTE
               DISPLAY 'PROGARQB: DATA DE CORTE DOS RELATORIOS '
                   WRK-DATA-CORTE
               PERFORM 6000-ARQUIVAR-RELARQ
               PERFORM 6500-ARQUIVAR-RELCATLG
           END-IF.

       0300-FINALIZAR.

           CLOSE ARQREL-FILE.
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** RELARQ - LINHAS DOS RELATORIOS ARQUIVADOS PELO PROGRELB.
      ** SO CONTAGEM NA CONCILIACAO.
      **************************************************************
       6000-ARQUIVAR-RELARQ.

           MOVE 'RELARQ'   TO DET-NOME.
           MOVE 'ARQRAR'   TO WRK-ARQ-PREFIXO.
           PERFORM 8100-ZERAR-CONTADORES.
           OPEN INPUT RELARQ-FILE.
           IF WRK-RELARQ-STATUS = '35'
               DISPLAY 'PROGARQB: RELARQ SEM MOVIMENTO.'
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               MOVE 'N' TO WRK-FIM-SW
               READ RELARQ-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 6010-CLASSIFICAR-RELARQ UNTIL WRK-FIM
               CLOSE RELARQ-FILE
               CLOSE TRABALHO-FILE
               PERFORM 8390-FECHAR-ARQUIVO-ANO
               PERFORM 6020-RECARREGAR-RELARQ
               PERFORM 8500-GRAVAR-CONCILIACAO
           END-IF.

       6010-CLASSIFICAR-RELARQ.

           MOVE RELARQ-REG  TO WRK-REG-IMAGEM.
           MOVE RAR-DATA    TO WRK-REG-DATA.
           MOVE ZEROS       TO WRK-REG-VALOR.
           PERFORM 8200-CLASSIFICAR-REGISTRO.
           READ RELARQ-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       6020-RECARREGAR-RELARQ.

           OPEN OUTPUT RELARQ-FILE.
           OPEN INPUT TRABALHO-FILE.
           MOVE 'N' TO WRK-FIM-SW.
           READ TRABALHO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.
           PERFORM 6021-GRAVAR-RELARQ UNTIL WRK-FIM.
           CLOSE TRABALHO-FILE.
           CLOSE RELARQ-FILE.

       6021-GRAVAR-RELARQ.

           WRITE RELARQ-REG FROM TRABALHO-REG.
           READ TRABALHO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** RELCATLG - CATALOGO DO ARQUIVO DE RELATORIOS, NA MESMA DATA
      ** DE CORTE DAS LINHAS. SO CONTAGEM NA CONCILIACAO.
      **************************************************************
       6500-ARQUIVAR-RELCATLG.

           MOVE 'RELCATLG' TO DET-NOME.
           MOVE 'ARQRCG'   TO WRK-ARQ-PREFIXO.
           PERFORM 8100-ZERAR-CONTADORES.
           OPEN INPUT RELCATLG-FILE.
           IF WRK-RELCATLG-STATUS = '35'
               DISPLAY 'PROGARQB: RELCATLG SEM MOVIMENTO.'
           ELSE
               OPEN OUTPUT TRABALHO-FILE
               MOVE 'N' TO WRK-FIM-SW
               READ RELCATLG-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 6510-CLASSIFICAR-RELCATLG UNTIL WRK-FIM
               CLOSE RELCATLG-FILE
               CLOSE TRABALHO-FILE
               PERFORM 8390-FECHAR-ARQUIVO-ANO
               PERFORM 6520-RECARREGAR-RELCATLG
               PERFORM 8500-GRAVAR-CONCILIACAO
           END-IF.

       6510-CLASSIFICAR-RELCATLG.

           MOVE RELCATLG-REG TO WRK-REG-IMAGEM.
           MOVE RCG-DATA     TO WRK-REG-DATA.
           MOVE ZEROS        TO WRK-REG-VALOR.
           PERFORM 8200-CLASSIFICAR-REGISTRO.
           READ RELCATLG-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       6520-RECARREGAR-RELCATLG.

           OPEN OUTPUT RELCATLG-FILE.
           OPEN INPUT TRABALHO-FILE.
           MOVE 'N' TO WRK-FIM-SW.
           READ TRABALHO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.
           PERFORM 6521-GRAVAR-RELCATLG UNTIL WRK-FIM.
           CLOSE TRABALHO-FILE.
           CLOSE RELCATLG-FILE.

       6521-GRAVAR-RELCATLG.

           WRITE RELCATLG-REG FROM TRABALHO-REG.
           READ TRABALHO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       8100-ZERAR-CONTADORES.

           MOVE ZEROS TO WRK-QTD-LIDOS
               ' ARQUIVADOS ' WRK-QTD-ARQUIVADOS
               ' MANTIDOS ' WRK-QTD-MANTIDOS '.'.

      **************************************************************
      ** DATA DE CORTE DOS RELATORIOS = DATA DO LOTE MENOS O PRAZO EM
      ** DIAS. O PROGDATA SO AVANCA DATAS: PARTE-SE DE UMA DATA BASE
      ** ANOS ANTES (MESMO DIA E MES; 29/02 VIRA 28/02), MEDE-SE A
      ** DISTANCIA ATE A DATA DO LOTE ('DE') E AVANCA-SE A BASE PELA
      ** DIFERENCA ENTRE ESSA DISTANCIA E O PRAZO ('AD').
      **************************************************************
       8700-CALCULAR-CORTE-RELATORIO.

           INITIALIZE WRK-DTS-AREA.
           COMPUTE DTS-DATA1-ANO = WRK-LOTECAB-ANO
               - (WRK-DIAS-RELATORIOS / 365) - 1.
           MOVE WRK-LOTECAB-MES  TO DTS-DATA1-MES.
           MOVE WRK-LOTECAB-DIA  TO DTS-DATA1-DIA.
           IF DTS-DATA1-MES = 02 AND DTS-DATA1-DIA = 29
               MOVE 28 TO DTS-DATA1-DIA
           END-IF.
           MOVE WRK-LOTECAB-DATA TO DTS-DATA2.
           MOVE 'DE'             TO DTS-FUNCAO.
           CALL 'PROGDATA' USING WRK-DTS-AREA.

           COMPUTE DTS-DIAS = DTS-DIAS - WRK-DIAS-RELATORIOS.
           MOVE 'AD'             TO DTS-FUNCAO.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-PROX-UTIL    TO WRK-DATA-CORTE-REL.

       COPY CPYLOTPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
