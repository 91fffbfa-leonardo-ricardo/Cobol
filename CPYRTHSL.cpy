      **************************************************************
      ** CPYRTHSL - SELECT DO HISTORICO DE RETENCOES NA FONTE
      ** (RETHIST), SEQUENCIAL, GRAVADO EM EXTENSAO PELA GERACAO
      ** DO CONTAS A PAGAR (PROGCPGB) E LIDO PELO RELATORIO MENSAL
      ** DE RETENCOES (PROGRETR). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT RETHIST-FILE ASSIGN TO "RETHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETHIST-STATUS.
