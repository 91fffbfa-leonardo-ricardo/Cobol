      **************************************************************
      ** CPYMRPSL - SELECT DAS SUGESTOES DE COMPRA DO PLANEJAMENTO
      ** DE CHAPAS (MRPDAT), GRAVADAS PELO PROGMRPB E CONVERTIDAS EM
      ** PEDIDO DE COMPRA PELO PROGOCPM. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT MRPDAT-FILE ASSIGN TO "MRPDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MRPDAT-STATUS.
