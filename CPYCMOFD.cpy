      **************************************************************
      ** CPYCMOFD - LAYOUT DO MOVIMENTO DE CREDITO DOS CLIENTES
      ** (CREDMOV). UM REGISTRO POR MOVIMENTO, COM A DATA, O
      ** CLIENTE, O TIPO ('P' EXCESSO DE PAGAMENTO, 'N' EXCESSO DE
      ** NOTA DE CREDITO, 'A' APLICACAO EM TITULO DO CONTAREC, 'D'
      ** DEVOLUCAO AO CLIENTE PELO CONTAS A PAGAR), A ORIGEM (O
      ** TITULO PAGO A MAIOR, A NOTA DE CREDITO, O TITULO QUE
      ** RECEBEU O CREDITO OU O TITULO DO CONTAPAG DA DEVOLUCAO), O
      ** VALOR, O SALDO DE CREDITO APOS O MOVIMENTO E O PROGRAMA.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CREDMOV-FILE.
       01  CREDMOV-REG.
           05  CMO-DATA           PIC 9(08).
           05  CMO-CLIENTE.
               10  CMO-TIPO-PESSOA PIC X(01).
               10  CMO-DOC-CLIENTE PIC 9(14).
           05  CMO-TIPO           PIC X(01).
               88  CMO-EXCESSO-PAGTO          VALUE 'P'.
               88  CMO-EXCESSO-NC             VALUE 'N'.
               88  CMO-APLICACAO              VALUE 'A'.
               88  CMO-DEVOLUCAO              VALUE 'D'.
           05  CMO-ORIGEM-NUMERO  PIC 9(08).
           05  CMO-ORIGEM-PARCELA PIC 9(02).
           05  CMO-VALOR          PIC 9(09)V99.
           05  CMO-SALDO          PIC 9(09)V99.
           05  CMO-PROGRAMA       PIC X(09).
