      ** 7800-CARREGAR-TABELA-PRODUTO" UMA UNICA VEZ NA
      ** INICIALIZACAO E, PARA CADA TRANSACAO, PREENCHE
      ** WRK-PRD-CODIGO E EXECUTA "PERFORM 7810-BUSCAR-PRODUTO".
      ** SAIDA: WRK-PRD-ACHOU, WRK-PRD-ATIVO, WRK-PRD-SOB-MEDIDA,
      ** WRK-PRD-DESCRICAO, WRK-PRD-PRECO, WRK-PRD-MATERIAL E
      ** WRK-PRD-AREA-UNIT. O ARQUIVO E OPCIONAL;
      ** QUANDO AUSENTE, A TABELA FICA VAZIA E CABE AO CHAMADOR
      ** SEGUIR COM O PRECO DO ARQUIVO DE ENTRADA. INCLUIR NA
      ** PROCEDURE DIVISION.
      **************************************************************
       7800-CARREGAR-TABELA-PRODUTO.

           MOVE PRD-DESCRICAO  TO TAB-PRD-DESCRICAO(WRK-TAB-PRD-QTD).
           MOVE PRD-PRECO-UNIT TO TAB-PRD-PRECO(WRK-TAB-PRD-QTD).
           MOVE PRD-SITUACAO   TO TAB-PRD-SITUACAO(WRK-TAB-PRD-QTD).
           MOVE PRD-SOB-MEDIDA TO TAB-PRD-SOB-MEDIDA(WRK-TAB-PRD-QTD).
           MOVE PRD-MATERIAL   TO TAB-PRD-MATERIAL(WRK-TAB-PRD-QTD).
           IF PRD-AREA-UNIT IS NUMERIC
               MOVE PRD-AREA-UNIT
                   TO TAB-PRD-AREA-UNIT(WRK-TAB-PRD-QTD)
           ELSE
               MOVE ZEROS TO TAB-PRD-AREA-UNIT(WRK-TAB-PRD-QTD)
           END-IF.
           READ PRODUTO-FILE
               AT END SET WRK-PRODUTO-FIM TO TRUE
           END-READ.

           MOVE 'N'    TO WRK-PRD-ACHOU-SW.
           MOVE 'N'    TO WRK-PRD-ATIVO-SW.
           MOVE 'N'    TO WRK-PRD-SOB-MEDIDA-SW.
           MOVE SPACES TO WRK-PRD-DESCRICAO.
           MOVE ZEROS  TO WRK-PRD-PRECO.
           MOVE SPACES TO WRK-PRD-MATERIAL.
           MOVE ZEROS  TO WRK-PRD-AREA-UNIT.
           SET PRD-IDX TO 1.
           SEARCH TAB-PRD
               AT END
                   MOVE TAB-PRD-DESCRICAO(PRD-IDX)
                       TO WRK-PRD-DESCRICAO
                   MOVE TAB-PRD-PRECO(PRD-IDX) TO WRK-PRD-PRECO
                   MOVE TAB-PRD-MATERIAL(PRD-IDX) TO WRK-PRD-MATERIAL
                   MOVE TAB-PRD-AREA-UNIT(PRD-IDX)
                       TO WRK-PRD-AREA-UNIT
                   IF TAB-PRD-SITUACAO(PRD-IDX) = 'A'
                       SET WRK-PRD-ATIVO TO TRUE
                   END-IF
                   IF TAB-PRD-SOB-MEDIDA(PRD-IDX) = 'S'
                       SET WRK-PRD-SOB-MEDIDA TO TRUE
                   END-IF
           END-SEARCH.
