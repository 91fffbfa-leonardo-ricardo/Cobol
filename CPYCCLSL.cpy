      **************************************************************
      ** CPYCCLSL - SELECT DO SALDO DE CREDITO DOS CLIENTES
      ** (CREDCLI), INDEXADO PELO CLIENTE (TIPO DE PESSOA MAIS O
      ** DOCUMENTO, COMO NO CADASTRO). COMPARTILHADO ENTRE A BAIXA
      ** DE PAGAMENTOS (PROGRECB), AS NOTAS DE CREDITO (PROGVENDB)
      ** E A DEVOLUCAO DE CREDITOS (PROGDEVB). VER CPYCCLPR.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT CREDCLI-FILE ASSIGN TO "CREDCLI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCL-CLIENTE
               FILE STATUS IS WRK-CREDCLI-STATUS.
