      **************************************************************
      ** CPYRSVPR - REALOCACAO DAS RESERVAS DE ESTOQUE DOS PEDIDOS
      ** DE VENDA. O CHAMADOR MANTEM O CADASTRO DE PEDIDOS
      ** (PEDVENDA) E O ESTOQUE DE PRODUTOS ACABADOS (ESTOQUEP)
      ** ABERTOS EM I-O E EXECUTA "PERFORM 7850-REALOCAR-RESERVAS"
      ** SEMPRE QUE O SALDO DE ESTOQUE OU A CARTEIRA MUDAM (ENTRADA
      ** DE ESTOQUE, PEDIDO NOVO, CANCELAMENTO, INICIO DAS
      ** ENTREGAS DO DIA). A REALOCACAO E SEMPRE COMPLETA: OS
      ** PEDIDOS ABERTOS OU PARCIAIS SAO ORDENADOS PELA DATA DO
      ** PEDIDO (E NUMERO, NO MESMO DIA) E CADA UM RESERVA DO
      ** SALDO DO PRODUTO O QUE AINDA ESTA LIVRE, ATE O SEU SALDO A
      ** ENTREGAR; O QUE NAO COUBER FICA EM BACKORDER E E LIBERADO
      ** AUTOMATICAMENTE, NA MESMA PRIORIDADE, QUANDO O ESTOQUE
      ** ENTRA. PEDIDO FECHADO OU CANCELADO PERDE A RESERVA. AO
      ** FINAL, EST-RESERVADO RECEBE A SOMA DAS RESERVAS DE CADA
      ** PRODUTO. SAIDA: WRK-RSV-PEDIDOS-LIBERADOS E
      ** WRK-RSV-QTD-LIBERADA (PEDIDOS/UNIDADES QUE GANHARAM
      ** RESERVA), WRK-RSV-PEDIDOS-PENDENTES E
      ** WRK-RSV-QTD-PENDENTE (BACKORDER) E WRK-RSV-FORA-FILA
      ** (PEDIDOS ALEM DA CAPACIDADE DA FILA, DEIXADOS SEM
      ** RESERVA). INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7850-REALOCAR-RESERVAS.

           MOVE ZEROS TO WRK-TAB-RSE-QTD.
           MOVE ZEROS TO WRK-TAB-RSP-QTD.
           MOVE ZEROS TO WRK-RSV-PEDIDOS-LIBERADOS.
           MOVE ZEROS TO WRK-RSV-QTD-LIBERADA.
           MOVE ZEROS TO WRK-RSV-PEDIDOS-PENDENTES.
           MOVE ZEROS TO WRK-RSV-QTD-PENDENTE.
           MOVE ZEROS TO WRK-RSV-FORA-FILA.

           MOVE 'N'    TO WRK-RSV-FIM-SW.
           MOVE SPACES TO EST-CODIGO.
           START ESTOQUEP-FILE KEY IS NOT LESS THAN EST-CODIGO
               INVALID KEY SET WRK-RSV-FIM TO TRUE
           END-START.
           PERFORM 7851-CARREGAR-ESTOQUE UNTIL WRK-RSV-FIM.

           MOVE 'N'   TO WRK-RSV-FIM-SW.
           MOVE ZEROS TO PDV-NUMERO.
           START PEDVENDA-FILE KEY IS NOT LESS THAN PDV-NUMERO
               INVALID KEY SET WRK-RSV-FIM TO TRUE
           END-START.
           PERFORM 7852-CARREGAR-PEDIDO UNTIL WRK-RSV-FIM.

           PERFORM 7855-ALOCAR-PEDIDO
               VARYING WRK-RSP-SUB FROM 1 BY 1
               UNTIL WRK-RSP-SUB > WRK-TAB-RSP-QTD.

           MOVE 'N'    TO WRK-RSV-FIM-SW.
           MOVE SPACES TO EST-CODIGO.
           START ESTOQUEP-FILE KEY IS NOT LESS THAN EST-CODIGO
               INVALID KEY SET WRK-RSV-FIM TO TRUE
           END-START.
           PERFORM 7857-GRAVAR-RESERVADO UNTIL WRK-RSV-FIM.

       7851-CARREGAR-ESTOQUE.

           READ ESTOQUEP-FILE NEXT RECORD
               AT END
                   SET WRK-RSV-FIM TO TRUE
               NOT AT END
                   IF WRK-TAB-RSE-QTD < 500
                       ADD 1 TO WRK-TAB-RSE-QTD
                       MOVE EST-CODIGO
                           TO TAB-RSE-CODIGO(WRK-TAB-RSE-QTD)
                       MOVE EST-SALDO
                           TO TAB-RSE-DISPONIVEL(WRK-TAB-RSE-QTD)
                   END-IF
           END-READ.

      **************************************************************
      ** PEDIDO COM SALDO A ENTREGAR ENTRA NA FILA DE PRIORIDADE;
      ** OS DEMAIS TEM A RESERVA ZERADA. REGISTRO ANTERIOR AO CAMPO
      ** DE RESERVA (NAO NUMERICO) VALE ZERO.
      **************************************************************
       7852-CARREGAR-PEDIDO.

           READ PEDVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-RSV-FIM TO TRUE
               NOT AT END
                   IF PDV-QTD-RESERVADA NOT NUMERIC
                       MOVE ZEROS TO PDV-QTD-RESERVADA
                       REWRITE PEDVENDA-REG
                   END-IF
                   IF (PDV-ABERTO OR PDV-PARCIAL)
                       AND PDV-QTD-PEDIDA > PDV-QTD-FATURADA
                       PERFORM 7853-INSERIR-NA-FILA
                   ELSE
                       IF PDV-QTD-RESERVADA > ZEROS
                           MOVE ZEROS TO PDV-QTD-RESERVADA
                           REWRITE PEDVENDA-REG
                       END-IF
                   END-IF
           END-READ.

       7853-INSERIR-NA-FILA.

           IF WRK-TAB-RSP-QTD < 3000
               MOVE PDV-DATA-PEDIDO TO WRK-RSV-CHAVE-DATA
               MOVE PDV-NUMERO      TO WRK-RSV-CHAVE-NUMERO
               ADD 1 TO WRK-TAB-RSP-QTD
               MOVE WRK-TAB-RSP-QTD TO WRK-RSP-POS
               MOVE 'N' TO WRK-RSV-POSICAO-SW
               PERFORM 7854-DESLOCAR-FILA UNTIL WRK-RSV-POSICAO-OK
               MOVE WRK-RSV-CHAVE TO TAB-RSP-CHAVE(WRK-RSP-POS)
           ELSE
               ADD 1 TO WRK-RSV-FORA-FILA
               IF PDV-QTD-RESERVADA > ZEROS
                   MOVE ZEROS TO PDV-QTD-RESERVADA
                   REWRITE PEDVENDA-REG
               END-IF
           END-IF.

       7854-DESLOCAR-FILA.

           IF WRK-RSP-POS = 1
               SET WRK-RSV-POSICAO-OK TO TRUE
           ELSE
               IF TAB-RSP-CHAVE(WRK-RSP-POS - 1) > WRK-RSV-CHAVE
                   MOVE TAB-RSP-CHAVE(WRK-RSP-POS - 1)
                       TO TAB-RSP-CHAVE(WRK-RSP-POS)
                   SUBTRACT 1 FROM WRK-RSP-POS
               ELSE
                   SET WRK-RSV-POSICAO-OK TO TRUE
               END-IF
           END-IF.

       7855-ALOCAR-PEDIDO.

           MOVE TAB-RSP-NUMERO(WRK-RSP-SUB) TO PDV-NUMERO.
           READ PEDVENDA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 7856-RESERVAR-PEDIDO
           END-READ.

      **************************************************************
      ** RESERVA DO PEDIDO: O MENOR ENTRE O SALDO A ENTREGAR E O
      ** DISPONIVEL DO PRODUTO. PRODUTO SEM REGISTRO DE ESTOQUE
      ** FICA TODO EM BACKORDER.
      **************************************************************
       7856-RESERVAR-PEDIDO.

           COMPUTE WRK-RSV-SALDO-PEDIDO =
               PDV-QTD-PEDIDA - PDV-QTD-FATURADA.
           MOVE ZEROS TO WRK-RSV-QTD.

           SET RSE-IDX TO 1.
           SEARCH TAB-RSE
               AT END
                   CONTINUE
               WHEN TAB-RSE-CODIGO(RSE-IDX) = PDV-CODPRODUTO
                   IF TAB-RSE-DISPONIVEL(RSE-IDX)
                       < WRK-RSV-SALDO-PEDIDO
                       MOVE TAB-RSE-DISPONIVEL(RSE-IDX)
                           TO WRK-RSV-QTD
                   ELSE
                       MOVE WRK-RSV-SALDO-PEDIDO TO WRK-RSV-QTD
                   END-IF
                   SUBTRACT WRK-RSV-QTD
                       FROM TAB-RSE-DISPONIVEL(RSE-IDX)
           END-SEARCH.

           IF WRK-RSV-QTD > PDV-QTD-RESERVADA
               ADD 1 TO WRK-RSV-PEDIDOS-LIBERADOS
               COMPUTE WRK-RSV-QTD-LIBERADA = WRK-RSV-QTD-LIBERADA
                   + WRK-RSV-QTD - PDV-QTD-RESERVADA
           END-IF.
           IF WRK-RSV-QTD < WRK-RSV-SALDO-PEDIDO
               ADD 1 TO WRK-RSV-PEDIDOS-PENDENTES
               COMPUTE WRK-RSV-QTD-PENDENTE = WRK-RSV-QTD-PENDENTE
                   + WRK-RSV-SALDO-PEDIDO - WRK-RSV-QTD
           END-IF.

           IF WRK-RSV-QTD NOT = PDV-QTD-RESERVADA
               MOVE WRK-RSV-QTD TO PDV-QTD-RESERVADA
               REWRITE PEDVENDA-REG
           END-IF.

       7857-GRAVAR-RESERVADO.

           READ ESTOQUEP-FILE NEXT RECORD
               AT END
                   SET WRK-RSV-FIM TO TRUE
               NOT AT END
                   SET RSE-IDX TO 1
                   SEARCH TAB-RSE
                       AT END
                           CONTINUE
                       WHEN TAB-RSE-CODIGO(RSE-IDX) = EST-CODIGO
                           COMPUTE EST-RESERVADO = EST-SALDO
                               - TAB-RSE-DISPONIVEL(RSE-IDX)
                           REWRITE ESTOQUEP-REG
                   END-SEARCH
           END-READ.
