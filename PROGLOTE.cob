      **               OPERADOR E MARCADA 'X' (PULADA), COM A
      **               NEGATIVA NA TRILHA DE AUDITORIA E NO
      **               VEREDITO DO PROGRESUM.
      **  15/10/2026 LR - NO ENCERRAMENTO, DEPOIS DO RESUMO, O DRIVER
      **               CHAMA O PROGRELB, QUE ARQUIVA COM DATA E LOTE
      **               OS RELATORIOS DA JANELA (RELARQ, COM O
      **               CATALOGO RELCATLG) PARA REIMPRESSAO PELO
      **               PROGRELC.
      **  15/10/2026 LR - TABELA DE ETAPAS DA JANELA AMPLIADA DE 10
      **               PARA 40 (AS 3 FIXAS MAIS ATE 37 AGENDADAS).
      **               JOB VENCIDO QUE AINDA NAO COUBER NA TABELA
      **               DEIXA DE SER DESCARTADO EM SILENCIO: VAI PARA
      **               O CONSOLE, O ABENDLOG E A TRILHA DE AUDITORIA.
      **************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-GRAVA-IDX        PIC 9(02) VALUE ZEROS.
       77  WRK-ETAPA-EXEC-SW    PIC X(01) VALUE 'N'.
           88  WRK-ETAPA-EXECUTAR          VALUE 'S'.
       77  WRK-PULAR-ETAPAS     PIC X(40) VALUE ALL 'N'.
       77  WRK-QTD-ETAPAS       PIC 9(02) VALUE 3.
       01  WRK-RUNCTL-TAB.
           05  WRK-RCT-ITEM OCCURS 40 TIMES.
               10  WRK-RCT-PROGRAMA   PIC X(09).
               10  WRK-RCT-STATUS     PIC X(01).
                   88  WRK-RCT-PENDENTE        VALUE 'P'.
               WHEN 0
                   MOVE RCT-STATUS TO WRK-RCT-LOCK
                   MOVE RCT-DATA   TO WRK-RCT-DATA-ARQ
               WHEN 1 THRU 40
                   IF RCT-ETAPA <= WRK-QTD-ETAPAS
                       MOVE RCT-STATUS TO WRK-RCT-STATUS(RCT-ETAPA)
                       MOVE RCT-QTD    TO WRK-RCT-QTD(RCT-ETAPA)

           PERFORM 7207-CONFERIR-VENCIMENTO.

           IF WRK-JOB-DEVIDO
               IF WRK-QTD-ETAPAS < 40
                   ADD 1 TO WRK-QTD-ETAPAS
                   MOVE JSC-PROGRAMA TO
                       WRK-RCT-PROGRAMA(WRK-QTD-ETAPAS)
                   MOVE 'P'   TO WRK-RCT-STATUS(WRK-QTD-ETAPAS)
                   MOVE ZEROS TO WRK-RCT-QTD(WRK-QTD-ETAPAS)
                   MOVE JSC-DEPENDENCIA TO
                       WRK-RCT-DEPENDENCIA(WRK-QTD-ETAPAS)
               ELSE
                   PERFORM 7208-REGISTRAR-JOB-EXCEDENTE
               END-IF
           END-IF.

           READ JOBSCHED-FILE
               AT END SET WRK-JOBSCHED-FIM TO TRUE
           END-READ.

      **************************************************************
      ** JOB VENCIDO SEM LUGAR NA TABELA DE ETAPAS: NAO RODA NESTA
      ** JANELA, MAS FICA REGISTRADO NO CONSOLE, NO ABENDLOG (DE
      ** ONDE O PROGRESUM O LEVA AO VEREDITO) E NA TRILHA DE
      ** AUDITORIA, PARA QUE A OPERACAO O SUBMETA A PARTE.
      **************************************************************
       7208-REGISTRAR-JOB-EXCEDENTE.

           DISPLAY 'JOB AGENDADO ' JSC-PROGRAMA
               ' NAO EXECUTADO - TABELA DE ETAPAS CHEIA.'.
           MOVE 'PROGLOTE' TO ABL-PROGRAMA.
           MOVE '7206-AVALIAR-JOB' TO ABL-PARAGRAFO.
           MOVE SPACES TO ABL-STATUS-ARQUIVO.
           MOVE SPACES TO ABL-MENSAGEM.
           STRING 'JOB ' DELIMITED BY SIZE
               JSC-PROGRAMA DELIMITED BY SIZE
               ' VENCIDO FORA DA TABELA DE ETAPAS' DELIMITED BY SIZE
               INTO ABL-MENSAGEM.
           PERFORM 9900-GRAVAR-ABEND.
           MOVE SPACES TO AUD-RESULTADO.
           STRING 'LOTE - SEM VAGA ' DELIMITED BY SIZE
               JSC-PROGRAMA DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 8100-AUDITAR-ETAPA.

       7207-CONFERIR-VENCIMENTO.

           MOVE 'N' TO WRK-JOB-DEVIDO-SW.
           MOVE 'LOTE - RESUMO DE OPERACAO GERADO' TO AUD-RESULTADO.
           PERFORM 8100-AUDITAR-ETAPA.

           DISPLAY 'ARQUIVO DATADO DE RELATORIOS (PROGRELB)'.
           CALL 'PROGRELB'.
           MOVE 'LOTE - RELATORIOS ARQUIVADOS' TO AUD-RESULTADO.
           PERFORM 8100-AUDITAR-ETAPA.

           DISPLAY '======== RESUMO DO LOTE NOTURNO ========'.
           DISPLAY 'ALUNOS PROCESSADOS:..... ' WRK-QTD-NOTAS.
           DISPLAY 'EMPREGADOS PROCESSADOS:. ' WRK-QTD-FOLHA.
