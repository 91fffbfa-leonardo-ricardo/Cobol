      ** UM REGISTRO POR FORNECEDOR, COM O CODIGO, O NOME, O CNPJ
      ** (USADO COMO FORNECEDOR NOS TITULOS DO CONTAS A PAGAR, VER
      ** FORNFAT/PROGCPGB) E O PRAZO DE PAGAMENTO EM DIAS.
      ** O TIPO DO FORNECEDOR SEPARA MERCADORIA DE PRESTADOR DE
      ** SERVICO; O PRESTADOR TRAZ O CODIGO DO SERVICO (ITEM DA
      ** LISTA DA LC 116) E O PERFIL DE RETENCAO NA FONTE, UMA
      ** ALIQUOTA POR IMPOSTO (ZERO = NAO RETEM), APLICADO PELO
      ** PROGCPGB NA GERACAO DO TITULO DA NOTA. REGISTRO ANTIGO,
      ** SEM ESSES CAMPOS, VALE COMO FORNECEDOR DE MERCADORIA.
      ** O PRAZO DE ENTREGA PROMETIDO (DIAS CORRIDOS DO PEDIDO A
      ** ENTREGA; ZERO = USA O PRAZO DE PAGAMENTO) E A BASE DA
      ** PONTUALIDADE NA AVALIACAO MENSAL DE FORNECEDORES
      ** (PROGAVFR), QUE GRAVA AQUI A ULTIMA NOTA (0 A 100), O MES
      ** DELA E SE FICOU ABAIXO DA NOTA MINIMA ('B'; ESPACOS =
      ** NUNCA AVALIADO), MOSTRADA NA ESCOLHA DO FORNECEDOR DO
      ** PEDIDO DE COMPRA (PROGOCPM).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  FORNECED-FILE.
           05  FOR-SITUACAO       PIC X(01).
               88  FOR-ATIVO                  VALUE 'A'.
               88  FOR-INATIVO                VALUE 'I'.
           05  FOR-TIPO-FORNEC    PIC X(01).
               88  FOR-MERCADORIA             VALUE 'M' SPACE.
               88  FOR-SERVICO                VALUE 'S'.
           05  FOR-COD-SERVICO    PIC X(04).
           05  FOR-RETENCAO.
               10  FOR-ALIQ-IRRF  PIC 9(02)V99.
               10  FOR-ALIQ-ISS   PIC 9(02)V99.
               10  FOR-ALIQ-INSS  PIC 9(02)V99.
               10  FOR-ALIQ-PIS   PIC 9(02)V99.
               10  FOR-ALIQ-COFINS PIC 9(02)V99.
               10  FOR-ALIQ-CSLL  PIC 9(02)V99.
           05  FOR-PRAZO-ENTREGA  PIC 9(03).
           05  FOR-AVALIACAO.
               10  FOR-NOTA           PIC 9(03)V99.
               10  FOR-NOTA-ANOMES    PIC 9(06).
               10  FOR-NOTA-SITUACAO  PIC X(01).
                   88  FOR-NOTA-REGULAR           VALUE 'R'.
                   88  FOR-NOTA-ABAIXO-MINIMO     VALUE 'B'.
