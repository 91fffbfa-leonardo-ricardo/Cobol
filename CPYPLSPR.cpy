      **************************************************************
      ** CPYPLSPR - CARGA DA TABELA DE PLANOS DE SAUDE E BUSCA DE UM
      ** PLANO. O CHAMADOR EXECUTA "PERFORM 7790-CARREGAR-TABELA-
      ** PLANOS" UMA UNICA VEZ NA INICIALIZACAO E, PARA CADA BUSCA,
      ** PREENCHE WRK-PLS-CODIGO E EXECUTA "PERFORM 7795-BUSCAR-
      ** PLANO". SAIDA: WRK-PLS-ACHOU-SW E PLS-IDX POSICIONADO NA
      ** LINHA DO PLANO. O ARQUIVO E OPCIONAL; AUSENTE, A TABELA
      ** FICA VAZIA E NENHUM PLANO E ENCONTRADO.
      ** INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7790-CARREGAR-TABELA-PLANOS.

           OPEN INPUT PLANOSAU-FILE.
           MOVE 'N' TO WRK-PLANOSAU-FIM-SW.
           MOVE 0   TO WRK-TAB-PLS-QTD.
           IF WRK-PLANOSAU-STATUS NOT = '35'
               READ PLANOSAU-FILE
                   AT END SET WRK-PLANOSAU-FIM TO TRUE
               END-READ
               PERFORM 7791-LER-TABELA-PLANOS UNTIL WRK-PLANOSAU-FIM
               CLOSE PLANOSAU-FILE
           END-IF.

       7791-LER-TABELA-PLANOS.

           ADD 1 TO WRK-TAB-PLS-QTD.
           MOVE PLS-CODIGO         TO TAB-PLS-CODIGO(WRK-TAB-PLS-QTD).
           MOVE PLS-DESCRICAO      TO
               TAB-PLS-DESCRICAO(WRK-TAB-PLS-QTD).
           MOVE PLS-FORNECEDOR     TO
               TAB-PLS-FORNECEDOR(WRK-TAB-PLS-QTD).
           MOVE PLS-VALOR-TITULAR  TO
               TAB-PLS-VALOR-TITULAR(WRK-TAB-PLS-QTD).
           MOVE PLS-PERC-EMPREGADO TO
               TAB-PLS-PERC-EMPREGADO(WRK-TAB-PLS-QTD).
           MOVE PLS-VALOR-DEPENDENTE TO
               TAB-PLS-VALOR-DEPENDENTE(WRK-TAB-PLS-QTD).
           READ PLANOSAU-FILE
               AT END SET WRK-PLANOSAU-FIM TO TRUE
           END-READ.

       7795-BUSCAR-PLANO.

           MOVE 'N' TO WRK-PLS-ACHOU-SW.
           SET PLS-IDX TO 1.
           SEARCH TAB-PLS
               AT END
                   CONTINUE
               WHEN TAB-PLS-CODIGO(PLS-IDX) = WRK-PLS-CODIGO
                   SET WRK-PLS-ACHOU TO TRUE
           END-SEARCH.
