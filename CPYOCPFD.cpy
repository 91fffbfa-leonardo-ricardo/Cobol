      **************************************************************
      ** CPYOCPFD - LAYOUT DOS PEDIDOS DE COMPRA (OCOMPRA). UM
      ** REGISTRO POR PEDIDO, COM O FORNECEDOR, O MATERIAL, AS
      ** QUANTIDADES PEDIDA E JA RECEBIDA (EM CHAPAS), A SITUACAO E
      ** O PRECO COMBINADO POR CHAPA, CONTRA O QUAL A NOTA DO
      ** FORNECEDOR E CONFERIDA (PROGCPGB). O HISTORICO OCPHIST
      ** GUARDA OS PEDIDOS FECHADOS NO MESMO LAYOUT.
      ** O RECEBIMENTO GRAVA A DATA DA ULTIMA ENTREGA (A DO
      ** FECHAMENTO, NO PEDIDO FECHADO) E CONTA AS ENTREGAS
      ** PARCIAIS (AS QUE DEIXARAM SALDO A RECEBER), USADAS NA
      ** AVALIACAO MENSAL DE FORNECEDORES (PROGAVFR). PEDIDO
      ** ANTERIOR A ESSES CAMPOS OS TRAZ EM BRANCO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  OCOMPRA-FILE.
       01  OCOMPRA-REG.
           05  OCP-NUMERO         PIC 9(06).
           05  OCP-DATA           PIC 9(08).
           05  OCP-FORNECEDOR     PIC 9(04).
           05  OCP-MATERIAL       PIC X(10).
           05  OCP-QTD-PEDIDA     PIC 9(05).
           05  OCP-QTD-RECEBIDA   PIC 9(05).
           05  OCP-SITUACAO       PIC X(01).
               88  OCP-ABERTO                 VALUE 'A'.
               88  OCP-PARCIAL                VALUE 'P'.
               88  OCP-FECHADO                VALUE 'F'.
           05  OCP-PRECO-UNIT     PIC 9(07)V99.
           05  OCP-DATA-ENTREGA   PIC 9(08).
           05  OCP-QTD-PARCIAIS   PIC 9(03).
