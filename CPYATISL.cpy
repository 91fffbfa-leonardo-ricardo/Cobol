      **************************************************************
      ** CPYATISL - SELECT DOS TITULOS RENEGOCIADOS EM ACORDO
      ** (ACORDTIT), INDEXADO PELA CHAVE DO TITULO ORIGINAL
      ** (FATURA + PARCELA, COMO CRC-CHAVE), COM CHAVE ALTERNATIVA
      ** PELO NUMERO DO ACORDO PARA LISTAR OS TITULOS DE UM ACORDO.
      ** GRAVADO PELO PROGACDM. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT ACORDTIT-FILE ASSIGN TO "ACORDTIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATI-CHAVE
               ALTERNATE RECORD KEY IS ATI-ACORDO WITH DUPLICATES
               FILE STATUS IS WRK-ACORDTIT-STATUS.
