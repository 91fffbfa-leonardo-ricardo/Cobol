      **************************************************************
      ** CPYCMVFD - LAYOUT DO HISTORICO DE CUSTO DAS MERCADORIAS
      ** VENDIDAS (CMVHIST). UM REGISTRO POR ITEM FATURADO
      ** ('V', GRAVADO PELO PROGFATB NA FATURA ESCRITURADA) OU POR
      ** DEVOLUCAO REESTOCADA ('D', GRAVADO PELO PROGREVB CONTRA A
      ** FATURA ORIGINAL), COM O VALOR DE VENDA E O CUSTO DA
      ** QUANTIDADE AO CUSTO MEDIO PONDERADO DO PRODUTO NO
      ** ESTOQUEP (VER CPYESTFD). A DEVOLUCAO ABATE VENDA E CUSTO
      ** NA MARGEM BRUTA. O CLIENTE E IDENTIFICADO PELA CHAVE DO
      ** CADASTRO (TIPO DE PESSOA + CPF/CNPJ, COMO CLI-CHAVE).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CMVHIST-FILE.
       01  CMVHIST-REG.
           05  CMV-TIPO           PIC X(01).
               88  CMV-VENDA                  VALUE 'V'.
               88  CMV-DEVOLUCAO              VALUE 'D'.
           05  CMV-FATURA         PIC 9(08).
           05  CMV-DATA           PIC 9(08).
           05  CMV-CLIENTE.
               10  CMV-TIPO-PESSOA PIC X(01).
               10  CMV-DOC-CLIENTE PIC 9(14).
           05  CMV-CODPRODUTO     PIC X(08).
           05  CMV-QUANTIDADE     PIC 9(05).
           05  CMV-VALOR-VENDA    PIC 9(09)V99.
           05  CMV-CUSTO          PIC 9(09)V99.
