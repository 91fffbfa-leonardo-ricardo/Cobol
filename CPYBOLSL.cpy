      **************************************************************
      ** CPYBOLSL - SELECT DO CONTROLE DE BOLETOS EMITIDOS
      ** (BOLETO), INDEXADO PELA MESMA CHAVE DO TITULO DO CONTAS A
      ** RECEBER (FATURA + PARCELA, COMO CRC-CHAVE). A PRESENCA DO
      ** REGISTRO MARCA O TITULO COMO JA IMPRESSO. GRAVADO PELO
      ** PROGBOLB. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT BOLETO-FILE ASSIGN TO "BOLETO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOL-CHAVE
               FILE STATUS IS WRK-BOLETO-STATUS.
