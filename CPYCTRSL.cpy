      ** CPYCTRSL - SELECT DO ARQUIVO DE RESULTADOS DE CONFERENCIA
      ** DE TOTAIS DE CONTROLE (CTLRESUM), GRAVADO PELOS PROGRAMAS
      ** QUE CONFEREM CONTROLES EXTERNOS (PROGTEPB/EMPCTRL,
      ** PROGFRTB/FRETECTL) OU CONCILIAM SUBSIDIARIOS COM O RAZAO
      ** (PROGCONB) E LIDO PELO RESUMO DE OPERACAO DA JANELA
      ** (PROGRESUM). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT CTLRESUM-FILE ASSIGN TO "CTLRESUM"
               ORGANIZATION IS LINE SEQUENTIAL
