      **************************************************************
      ** CPYFXPSL - SELECT DO HISTORICO DE PREVISOES DE CAIXA DE FIM
      ** DE MES (FLUXPREV), SEQUENCIAL, GRAVADO EM EXTENSAO PELA
      ** PROJECAO DE CAIXA (PROGFLXB) E LIDO PELO PAINEL MENSAL DE
      ** INDICADORES (PROGKPIB). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT FLUXPREV-FILE ASSIGN TO "FLUXPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FLUXPREV-STATUS.
