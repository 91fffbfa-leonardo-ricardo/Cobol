      **************************************************************
      ** CPYBOLFD - LAYOUT DO CONTROLE DE BOLETOS EMITIDOS (BOLETO).
      ** UM REGISTRO POR TITULO (FATURA + PARCELA) COM BOLETO JA
      ** IMPRESSO: NOSSO NUMERO E SEU DIGITO, VENCIMENTO E VALOR
      ** COBRADOS, CODIGO DE BARRAS (44 POSICOES) E LINHA
      ** DIGITAVEL DA ULTIMA IMPRESSAO, DATAS DA PRIMEIRA E DA
      ** ULTIMA IMPRESSAO E QUANTIDADE DE IMPRESSOES (REIMPRESSOES
      ** A PEDIDO SOMAM AQUI).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  BOLETO-FILE.
       01  BOLETO-REG.
           05  BOL-CHAVE.
               10  BOL-NUMERO     PIC 9(08).
               10  BOL-PARCELA    PIC 9(02).
           05  BOL-NOSSO-NUMERO   PIC 9(11).
           05  BOL-DV-NOSSO-NUMERO PIC X(01).
           05  BOL-VENCTO         PIC 9(08).
           05  BOL-VALOR          PIC 9(09)V99.
           05  BOL-CODIGO-BARRAS  PIC X(44).
           05  BOL-LINHA-DIGITAVEL PIC X(54).
           05  BOL-DATA-PRIM-IMPR PIC 9(08).
           05  BOL-DATA-ULT-IMPR  PIC 9(08).
           05  BOL-QTD-IMPRESSOES PIC 9(03).
