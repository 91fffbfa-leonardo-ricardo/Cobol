      **************************************************************
      ** CPYCMVSL - SELECT DO HISTORICO DE CUSTO DAS MERCADORIAS
      ** VENDIDAS (CMVHIST), SEQUENCIAL, GRAVADO EM EXTENSAO.
      ** COMPARTILHADO ENTRE O FATURAMENTO (PROGFATB), A CONFERENCIA
      ** DA LOGISTICA REVERSA (PROGREVB) E O RELATORIO DE MARGEM
      ** BRUTA (PROGMRGR). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT CMVHIST-FILE ASSIGN TO "CMVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CMVHIST-STATUS.
