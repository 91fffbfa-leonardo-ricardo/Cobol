      **************************************************************
      ** CPYOCPSL - SELECT DOS PEDIDOS DE COMPRA (OCOMPRA).
      ** COMPARTILHADO ENTRE A MANUTENCAO DOS PEDIDOS (PROGOCPM) E
      ** A CONFERENCIA DAS NOTAS DE FORNECEDOR NA GERACAO DO
      ** CONTAS A PAGAR (PROGCPGB). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT OCOMPRA-FILE ASSIGN TO "OCOMPRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCOMPRA-STATUS.
