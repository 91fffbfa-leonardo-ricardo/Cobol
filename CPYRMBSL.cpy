      **************************************************************
      ** CPYRMBSL - SELECT DO ARQUIVO DE PEDIDOS DE REEMBOLSO DE
      ** DESPESAS DE EMPREGADOS (REEMBOLS), INDEXADO PELA MATRICULA
      ** MAIS O NUMERO DO PEDIDO. GRAVADO PELA DIGITACAO (PROGRMBM),
      ** APROVADO PELO SUPERVISOR NO PROGAPRV (TIPO 'D') E PAGO PELA
      ** FOLHA (PROGTEPB) OU POR TITULO NO CONTAS A PAGAR.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT REEMBOLS-FILE ASSIGN TO "REEMBOLS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMB-CHAVE
               FILE STATUS IS WRK-REEMBOLS-STATUS.
