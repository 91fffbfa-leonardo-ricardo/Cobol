      **************************************************************
      ** CPYMRPFD - LAYOUT DAS SUGESTOES DE COMPRA DO PLANEJAMENTO
      ** DE CHAPAS (MRPDAT). UMA SUGESTAO POR FALTA APURADA: O
      ** MATERIAL, AS CHAPAS A COMPRAR, O FORNECEDOR SUGERIDO (O DO
      ** ULTIMO PEDIDO DE COMPRA DO MATERIAL; ZERO = SEM HISTORICO),
      ** A DATA EM QUE O PEDIDO DEVE SAIR (NECESSIDADE MENOS O PRAZO
      ** DE ENTREGA DO FORNECEDOR) E A DATA EM QUE AS CHAPAS SAO
      ** NECESSARIAS. SUGESTAO 'A' (ATRASADA) JA NAO CHEGA A TEMPO
      ** E DEVE SAIR HOJE. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  MRPDAT-FILE.
       01  MRPDAT-REG.
           05  MRP-MATERIAL       PIC X(10).
           05  MRP-QTD-COMPRAR    PIC 9(05).
           05  MRP-FORNECEDOR     PIC 9(04).
           05  MRP-DATA-LIBERACAO PIC 9(08).
           05  MRP-DATA-NECESSIDADE PIC 9(08).
           05  MRP-SITUACAO       PIC X(01).
               88  MRP-NO-PRAZO               VALUE 'N'.
               88  MRP-ATRASADA               VALUE 'A'.
