      ** ('D' DESPACHADO / 'E' ENTREGUE / 'R' DEVOLVIDO), A DATA DA
      ** ULTIMA MUDANCA DE STATUS E O COMPROVANTE DE ENTREGA
      ** (CANHOTO): SITUACAO 'P' PENDENTE / 'C' CONFIRMADO, NOME E
      ** DOCUMENTO DE QUEM RECEBEU E DATA DA ENTREGA, E O CLIENTE
      ** DO PEDIDO (TIPO DE PESSOA + CPF/CNPJ, COMO NO CADASTRO DE
      ** CLIENTES; ESPACOS NOS EMBARQUES ANTERIORES). GRAVADO PELO
      ** PROGFRTB, ATUALIZADO PELO PROGEMBM, RELATADO PELO PROGEMBA
      ** E PELO AGING DE CANHOTOS PENDENTES (PROGPODB). O ARQUIVO E
      ** INDEXADO PELA DATA DO DESPACHO MAIS A SEQUENCIA NO DIA
      ** (VER CPYEMBSL). NO FIM DO REGISTRO, OS DADOS DO VOLUME
      ** PARA A MONTAGEM DE CARGAS (PROGCRGB): NUMERO DO PEDIDO,
      ** DISTANCIA DE ENTREGA (KM), PESO (KG), CUBAGEM (M3, DAS
      ** DIMENSOES EM CM DO PEDIDO) E VALOR DECLARADO, MAIS O
      ** NUMERO DA CARGA DENTRO DA DATA DO DESPACHO (ZEROS = AINDA
      ** NAO CONSOLIDADO; ESPACOS NOS EMBARQUES ANTERIORES) E O
      ** FRETE CALCULADO DO VOLUME (O QUE SE PAGA A TRANSPORTADORA;
      ** ESPACOS NOS EMBARQUES ANTERIORES), PARA A RENTABILIDADE
      ** POR CLIENTE (PROGRCLB).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  EMBARQUE-FILE.
       01  EMBARQUE-REG.
           05  EMB-POD-NOME       PIC X(30).
           05  EMB-POD-DOCUMENTO  PIC X(11).
           05  EMB-POD-DATA       PIC 9(08).
           05  EMB-CLIENTE.
               10  EMB-TIPO-PESSOA    PIC X(01).
               10  EMB-DOC-CLIENTE    PIC 9(14).
           05  EMB-NUMERO-PEDIDO  PIC 9(06).
           05  EMB-DISTANCIA      PIC 9(05)V99.
           05  EMB-PESO           PIC 9(04)V99.
           05  EMB-CUBAGEM        PIC 9(03)V9999.
           05  EMB-VALOR          PIC 9(06)V99.
           05  EMB-CARGA          PIC 9(04).
           05  EMB-FRETE          PIC 9(06)V99.
