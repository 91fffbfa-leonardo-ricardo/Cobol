      **************************************************************
      ** CPYCCLFD - LAYOUT DO SALDO DE CREDITO DOS CLIENTES
      ** (CREDCLI). UM REGISTRO POR CLIENTE QUE JA TEVE CREDITO A
      ** SEU FAVOR (PAGAMENTO ACIMA DO DEVIDO OU NOTA DE CREDITO
      ** MAIOR QUE O SALDO DA FATURA), COM O SALDO DISPONIVEL, OS
      ** TOTAIS CREDITADOS E UTILIZADOS (APLICADOS EM TITULOS OU
      ** DEVOLVIDOS) E A DATA DO ULTIMO MOVIMENTO. O DETALHE DE
      ** CADA MOVIMENTO FICA NO CREDMOV (CPYCMOFD).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CREDCLI-FILE.
       01  CREDCLI-REG.
           05  CCL-CLIENTE.
               10  CCL-TIPO-PESSOA PIC X(01).
               10  CCL-DOC-CLIENTE PIC 9(14).
           05  CCL-SALDO          PIC 9(09)V99.
           05  CCL-TOTAL-CREDITADO PIC 9(11)V99.
           05  CCL-TOTAL-UTILIZADO PIC 9(11)V99.
           05  CCL-DATA-ULT-MOV   PIC 9(08).
