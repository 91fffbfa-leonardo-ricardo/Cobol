      ** MOVIMENTO DE VENDAS (PROGVENDB/PROGFATB) A PARTIR DOS
      ** PEDIDOS CONFIRMADOS. A QUANTIDADE DE PARCELAS (1-12)
      ** ACOMPANHA O PEDIDO ATE O CABECALHO DE FATURA, ONDE O
      ** PROGFATB PARCELA O TITULO. A QUANTIDADE RESERVADA E A
      ** PARTE DO SALDO DO PEDIDO COBERTA PELO ESTOQUE DE PRODUTOS
      ** ACABADOS (ESTOQUEP), NA PRIORIDADE DA DATA DO PEDIDO (VER
      ** CPYRSVPR); O RESTANTE DO SALDO ESTA EM BACKORDER.
      ** O CLIENTE E IDENTIFICADO PELA CHAVE DO CADASTRO (TIPO DE
      ** PESSOA + CPF/CNPJ, COMO CLI-CHAVE).
      ** A DATA DE ENTREGA PROMETIDA AO CLIENTE (ZERO = SEM DATA
      ** COMBINADA) E A BASE DO PLANEJAMENTO DE CHAPAS (PROGMRPB);
      ** PEDIDO ANTERIOR A ESSE CAMPO O TRAZ EM BRANCO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  PEDVENDA-FILE.
       01  PEDVENDA-REG.
           05  PDV-NUMERO         PIC 9(08).
           05  PDV-CLIENTE.
               10  PDV-TIPO-PESSOA PIC X(01).
               10  PDV-DOC-CLIENTE PIC 9(14).
           05  PDV-CODVENDEDOR    PIC 9(04).
           05  PDV-VENDEDOR       PIC X(30).
           05  PDV-CODPRODUTO     PIC X(08).
               88  PDV-FECHADO                VALUE 'F'.
               88  PDV-CANCELADO              VALUE 'C'.
           05  PDV-PARCELAS       PIC 9(02).
           05  PDV-QTD-RESERVADA  PIC 9(05).
           05  PDV-DATA-ENTREGA   PIC 9(08).
