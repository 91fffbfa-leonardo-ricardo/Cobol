      ** UMA UNICA VEZ NA INICIALIZACAO E, PARA CADA VALIDACAO,
      ** PREENCHE WRK-CGO-CODIGO E EXECUTA "PERFORM
      ** 7710-BUSCAR-CARGO". SAIDA: WRK-CGO-ACHOU-SW, WRK-CGO-
      ** TITULO, A FAIXA SALARIAL (WRK-CGO-FAIXA-MINIMA/MAXIMA) E
      ** A REGRA DO BANCO DE HORAS (WRK-CGO-REGRA-HORAS).
      ** O ARQUIVO E OPCIONAL; QUANDO AUSENTE, A TABELA FICA VAZIA
      ** E CABE AO CHAMADOR DECIDIR SE VALIDA OU NAO.
      ** INCLUIR NA PROCEDURE DIVISION.
           MOVE CGO-TITULO       TO TAB-CGO-TITULO(WRK-TAB-CGO-QTD).
           MOVE CGO-FAIXA-MINIMA TO TAB-CGO-MINIMA(WRK-TAB-CGO-QTD).
           MOVE CGO-FAIXA-MAXIMA TO TAB-CGO-MAXIMA(WRK-TAB-CGO-QTD).
           MOVE CGO-REGRA-HORAS
               TO TAB-CGO-REGRA-HORAS(WRK-TAB-CGO-QTD).
           READ CARGOS-FILE
               AT END SET WRK-CARGOS-FIM TO TRUE
           END-READ.
           MOVE SPACES TO WRK-CGO-TITULO.
           MOVE ZEROS  TO WRK-CGO-FAIXA-MINIMA.
           MOVE ZEROS  TO WRK-CGO-FAIXA-MAXIMA.
           MOVE SPACE  TO WRK-CGO-REGRA-HORAS.
           SET CGO-IDX TO 1.
           SEARCH TAB-CGO
               AT END
                       TO WRK-CGO-FAIXA-MINIMA
                   MOVE TAB-CGO-MAXIMA(CGO-IDX)
                       TO WRK-CGO-FAIXA-MAXIMA
                   MOVE TAB-CGO-REGRA-HORAS(CGO-IDX)
                       TO WRK-CGO-REGRA-HORAS
           END-SEARCH.
