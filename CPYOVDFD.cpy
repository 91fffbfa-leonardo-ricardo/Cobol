      **************************************************************
      ** CPYOVDFD - LAYOUT DO CADASTRO DE ORCAMENTOS DE VENDA
      ** (ORCVENDA). UM REGISTRO POR ORCAMENTO, NOS MOLDES DO
      ** PEDIDO DE VENDA (CPYPDVFD): CLIENTE E PRODUTO VALIDADOS NA
      ** DIGITACAO (PROGOVDM), PRECO DA LISTA DE PRECOS (PRECOTAB)
      ** EM VIGOR NA DATA DO ORCAMENTO, DATA DE VALIDADE E SITUACAO:
      ** 'A' ABERTO, 'C' ACEITO (CONVERTIDO NO PEDIDO
      ** OVD-NUMERO-PEDIDO), 'E' EXPIRADO (PELO PROGOVDB OU NA
      ** TENTATIVA DE ACEITE APOS A VALIDADE), 'P' PERDIDO.
      ** OVD-DATA-SITUACAO GUARDA A DATA DA ULTIMA MUDANCA DE
      ** SITUACAO. O CLIENTE E IDENTIFICADO PELA CHAVE DO CADASTRO
      ** (TIPO DE PESSOA + CPF/CNPJ, COMO CLI-CHAVE).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ORCVENDA-FILE.
       01  ORCVENDA-REG.
           05  OVD-NUMERO         PIC 9(08).
           05  OVD-CLIENTE.
               10  OVD-TIPO-PESSOA PIC X(01).
               10  OVD-DOC-CLIENTE PIC 9(14).
           05  OVD-CODVENDEDOR    PIC 9(04).
           05  OVD-VENDEDOR       PIC X(30).
           05  OVD-CODPRODUTO     PIC X(08).
           05  OVD-PRODUTO        PIC X(15).
           05  OVD-UF-DESTINO     PIC X(02).
           05  OVD-FILIAL         PIC 9(02).
           05  OVD-DATA-ORCAMENTO PIC 9(08).
           05  OVD-DATA-VALIDADE  PIC 9(08).
           05  OVD-QTD            PIC 9(05).
           05  OVD-VALOR-UNIT     PIC 9(05)V99.
           05  OVD-PARCELAS       PIC 9(02).
           05  OVD-SITUACAO       PIC X(01).
               88  OVD-ABERTO                 VALUE 'A'.
               88  OVD-ACEITO                 VALUE 'C'.
               88  OVD-EXPIRADO               VALUE 'E'.
               88  OVD-PERDIDO                VALUE 'P'.
           05  OVD-NUMERO-PEDIDO  PIC 9(08).
           05  OVD-DATA-SITUACAO  PIC 9(08).
