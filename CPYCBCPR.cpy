      **************************************************************
      ** CPYCBCPR - CARGA DA TABELA DE CONTAS BANCARIAS DA EMPRESA
      ** E BUSCA DA CONTA A MOVIMENTAR. O CHAMADOR EXECUTA "PERFORM
      ** 7520-CARREGAR-CONTAS-BANCO" UMA UNICA VEZ NA INICIALIZACAO
      ** E, PARA CADA BUSCA, PREENCHE WRK-CBC-CODIGO E EXECUTA
      ** "PERFORM 7530-BUSCAR-CONTA-BANCO" OU PREENCHE
      ** WRK-CBC-FINALIDADE E EXECUTA "PERFORM
      ** 7535-BUSCAR-CONTA-FINALIDADE" (A PRIMEIRA CONTA ATIVA DA
      ** FINALIDADE; SEM ELA, A PRIMEIRA DE MOVIMENTO GERAL 'G').
      ** SAIDA: WRK-CBC-ACHOU-SW E OS DEMAIS CAMPOS WRK-CBC-*.
      ** O CADASTRO E OPCIONAL; SEM CONTA ENCONTRADA, A SAIDA E A
      ** CONTA PRINCIPAL (CODIGO 00, RAZAO 11001), COMO ANTES DO
      ** CADASTRO EXISTIR. INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7520-CARREGAR-CONTAS-BANCO.

           MOVE 'N' TO WRK-CONTABCO-FIM-SW.
           MOVE 0   TO WRK-TAB-CBC-QTD.
           OPEN INPUT CONTABCO-FILE.
           IF WRK-CONTABCO-STATUS = '00'
               READ CONTABCO-FILE NEXT RECORD
                   AT END SET WRK-CONTABCO-FIM TO TRUE
               END-READ
               PERFORM 7521-LER-CONTA-BANCO UNTIL WRK-CONTABCO-FIM
               CLOSE CONTABCO-FILE
           END-IF.

       7521-LER-CONTA-BANCO.

           IF CBC-ATIVA AND WRK-TAB-CBC-QTD < 30
               ADD 1 TO WRK-TAB-CBC-QTD
               MOVE CBC-CODIGO      TO TAB-CBC-CODIGO(WRK-TAB-CBC-QTD)
               MOVE CBC-BANCO       TO TAB-CBC-BANCO(WRK-TAB-CBC-QTD)
               MOVE CBC-AGENCIA     TO
                   TAB-CBC-AGENCIA(WRK-TAB-CBC-QTD)
               MOVE CBC-CONTA       TO TAB-CBC-CONTA(WRK-TAB-CBC-QTD)
               MOVE CBC-CONTA-DV    TO
                   TAB-CBC-CONTA-DV(WRK-TAB-CBC-QTD)
               MOVE CBC-DESCRICAO   TO
                   TAB-CBC-DESCRICAO(WRK-TAB-CBC-QTD)
               MOVE CBC-CONTA-RAZAO TO
                   TAB-CBC-CONTA-RAZAO(WRK-TAB-CBC-QTD)
               MOVE CBC-FINALIDADE  TO
                   TAB-CBC-FINALIDADE(WRK-TAB-CBC-QTD)
           END-IF.
           READ CONTABCO-FILE NEXT RECORD
               AT END SET WRK-CONTABCO-FIM TO TRUE
           END-READ.

       7530-BUSCAR-CONTA-BANCO.

           PERFORM 7539-ASSUMIR-CONTA-PRINCIPAL.
           SET CBC-IDX TO 1.
           SEARCH TAB-CBC
               AT END
                   CONTINUE
               WHEN TAB-CBC-CODIGO(CBC-IDX) = WRK-CBC-CODIGO
                   PERFORM 7538-COPIAR-CONTA-BANCO
           END-SEARCH.

       7535-BUSCAR-CONTA-FINALIDADE.

           PERFORM 7539-ASSUMIR-CONTA-PRINCIPAL.
           SET CBC-IDX TO 1.
           SEARCH TAB-CBC
               AT END
                   CONTINUE
               WHEN TAB-CBC-FINALIDADE(CBC-IDX) = WRK-CBC-FINALIDADE
                   PERFORM 7538-COPIAR-CONTA-BANCO
           END-SEARCH.
           IF NOT WRK-CBC-ACHOU
               SET CBC-IDX TO 1
               SEARCH TAB-CBC
                   AT END
                       CONTINUE
                   WHEN TAB-CBC-FINALIDADE(CBC-IDX) = 'G'
                       PERFORM 7538-COPIAR-CONTA-BANCO
               END-SEARCH
           END-IF.
           IF NOT WRK-CBC-ACHOU
               MOVE ZEROS TO WRK-CBC-CODIGO
           END-IF.

       7538-COPIAR-CONTA-BANCO.

           SET WRK-CBC-ACHOU TO TRUE.
           MOVE TAB-CBC-CODIGO(CBC-IDX)      TO WRK-CBC-CODIGO.
           MOVE TAB-CBC-FINALIDADE(CBC-IDX)  TO WRK-CBC-FINALIDADE.
           MOVE TAB-CBC-BANCO(CBC-IDX)       TO WRK-CBC-BANCO.
           MOVE TAB-CBC-AGENCIA(CBC-IDX)     TO WRK-CBC-AGENCIA.
           MOVE TAB-CBC-CONTA(CBC-IDX)       TO WRK-CBC-CONTA.
           MOVE TAB-CBC-CONTA-DV(CBC-IDX)    TO WRK-CBC-CONTA-DV.
           MOVE TAB-CBC-DESCRICAO(CBC-IDX)   TO WRK-CBC-DESCRICAO.
           MOVE TAB-CBC-CONTA-RAZAO(CBC-IDX) TO WRK-CBC-CONTA-RAZAO.

       7539-ASSUMIR-CONTA-PRINCIPAL.

           MOVE 'N'                  TO WRK-CBC-ACHOU-SW.
           MOVE ZEROS                TO WRK-CBC-BANCO.
           MOVE ZEROS                TO WRK-CBC-AGENCIA.
           MOVE ZEROS                TO WRK-CBC-CONTA.
           MOVE SPACES               TO WRK-CBC-CONTA-DV.
           MOVE 'CONTA PRINCIPAL (BANCOS)' TO WRK-CBC-DESCRICAO.
           MOVE WRK-CBC-RAZAO-PADRAO TO WRK-CBC-CONTA-RAZAO.
