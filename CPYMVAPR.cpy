      **************************************************************
      ** CPYMVAPR - CARGA DA TABELA DE MOVIMENTACOES DE ALUNO E
      ** CONSULTAS. O CHAMADOR EXECUTA "PERFORM 7860-CARREGAR-
      ** TABELA-MOVTO" UMA UNICA VEZ NA INICIALIZACAO E, PARA CADA
      ** CONSULTA, PREENCHE WRK-MVA-MATRICULA E WRK-MVA-ANO-LETIVO
      ** E EXECUTA:
      **    7862-BUSCAR-TURMA-BIMESTRE - COM WRK-MVA-BIMESTRE E
      **        WRK-MVA-TURMA-ATUAL (A TURMA DO CADASTRO), DEVOLVE EM
      **        WRK-MVA-TURMA-BIM A TURMA EM QUE O BIMESTRE FOI
      **        CURSADO: A ORIGEM DA PRIMEIRA TRANSFERENCIA FEITA
      **        DEPOIS DELE OU, SEM ELA, A TURMA ATUAL.
      **        WRK-MVA-ACHOU-SW = 'S' QUANDO O BIMESTRE FOI CURSADO
      **        EM OUTRA TURMA;
      **    7864-BUSCAR-TRANCAMENTO - DEVOLVE EM WRK-MVA-ACHOU-SW E
      **        WRK-MVA-DATA-EFETIVA O ULTIMO TRANCAMENTO DO ANO.
      ** SEM MOVALUNO A TABELA FICA VAZIA E TODO BIMESTRE E DA
      ** TURMA ATUAL. INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7860-CARREGAR-TABELA-MOVTO.

           MOVE 'N' TO WRK-MOVALUNO-FIM-SW.
           MOVE 0   TO WRK-TAB-MVA-QTD.
           OPEN INPUT MOVALUNO-FILE.
           IF WRK-MOVALUNO-STATUS = '00'
               READ MOVALUNO-FILE
                   AT END SET WRK-MOVALUNO-FIM TO TRUE
               END-READ
               PERFORM 7861-LER-TABELA-MOVTO UNTIL WRK-MOVALUNO-FIM
               CLOSE MOVALUNO-FILE
           END-IF.

       7861-LER-TABELA-MOVTO.

           IF WRK-TAB-MVA-QTD < 2000
               AND (MVA-TRANSFERENCIA OR MVA-TRANCAMENTO)
               ADD 1 TO WRK-TAB-MVA-QTD
               MOVE MVA-MATRICULA
                   TO TAB-MVA-MATRICULA(WRK-TAB-MVA-QTD)
               MOVE MVA-ANO-LETIVO
                   TO TAB-MVA-ANO-LETIVO(WRK-TAB-MVA-QTD)
               MOVE MVA-TIPO      TO TAB-MVA-TIPO(WRK-TAB-MVA-QTD)
               MOVE MVA-TURMA-ORIGEM
                   TO TAB-MVA-ORIGEM(WRK-TAB-MVA-QTD)
               MOVE MVA-BIMESTRE
                   TO TAB-MVA-BIMESTRE(WRK-TAB-MVA-QTD)
               MOVE MVA-DATA-EFETIVA
                   TO TAB-MVA-DATA-EFETIVA(WRK-TAB-MVA-QTD)
           END-IF.
           READ MOVALUNO-FILE
               AT END SET WRK-MOVALUNO-FIM TO TRUE
           END-READ.

       7862-BUSCAR-TURMA-BIMESTRE.

           MOVE 'N' TO WRK-MVA-ACHOU-SW.
           MOVE WRK-MVA-TURMA-ATUAL TO WRK-MVA-TURMA-BIM.
           PERFORM 7863-CONFERIR-TRANSFERENCIA
               VARYING WRK-MVA-SUB FROM 1 BY 1
               UNTIL WRK-MVA-SUB > WRK-TAB-MVA-QTD OR WRK-MVA-ACHOU.
           IF WRK-MVA-TURMA-BIM = WRK-MVA-TURMA-ATUAL
               MOVE 'N' TO WRK-MVA-ACHOU-SW
           END-IF.

       7863-CONFERIR-TRANSFERENCIA.

           IF TAB-MVA-MATRICULA(WRK-MVA-SUB) = WRK-MVA-MATRICULA
               AND TAB-MVA-ANO-LETIVO(WRK-MVA-SUB) = WRK-MVA-ANO-LETIVO
               AND TAB-MVA-TIPO(WRK-MVA-SUB) = 'T'
               AND TAB-MVA-BIMESTRE(WRK-MVA-SUB) > WRK-MVA-BIMESTRE
               MOVE TAB-MVA-ORIGEM(WRK-MVA-SUB) TO WRK-MVA-TURMA-BIM
               SET WRK-MVA-ACHOU TO TRUE
           END-IF.

       7864-BUSCAR-TRANCAMENTO.

           MOVE 'N'   TO WRK-MVA-ACHOU-SW.
           MOVE ZEROS TO WRK-MVA-DATA-EFETIVA.
           PERFORM 7865-CONFERIR-TRANCAMENTO
               VARYING WRK-MVA-SUB FROM 1 BY 1
               UNTIL WRK-MVA-SUB > WRK-TAB-MVA-QTD.

       7865-CONFERIR-TRANCAMENTO.

           IF TAB-MVA-MATRICULA(WRK-MVA-SUB) = WRK-MVA-MATRICULA
               AND TAB-MVA-ANO-LETIVO(WRK-MVA-SUB) = WRK-MVA-ANO-LETIVO
               AND TAB-MVA-TIPO(WRK-MVA-SUB) = 'R'
               SET WRK-MVA-ACHOU TO TRUE
               MOVE TAB-MVA-DATA-EFETIVA(WRK-MVA-SUB)
                   TO WRK-MVA-DATA-EFETIVA
           END-IF.
