      ** PRODUTO, COM CODIGO, DESCRICAO, PRECO UNITARIO DE TABELA E
      ** SITUACAO ('A' ATIVO / 'I' INATIVO). O PRECO DAS TRANSACOES
      ** PASSA A VIR DESTE CADASTRO, EM VEZ DE DIGITADO NO ARQUIVO
      ** DE ENTRADA. PRODUTO FEITO SOB MEDIDA ('S') E FABRICADO
      ** POR ORDEM DE PRODUCAO A PARTIR DO PEDIDO (PROGOPRM), EM
      ** VEZ DE SAIR DO ESTOQUE PRONTO. O MATERIAL E A AREA PADRAO
      ** POR UNIDADE (M2 DE PECAS) DO PRODUTO SOB MEDIDA SAO A BASE
      ** DO PLANEJAMENTO DE CHAPAS (PROGMRPB) PARA O PEDIDO AINDA
      ** SEM ORDEM DE PRODUCAO. VER CPYPRDPR. INCLUIR NA FILE
      ** SECTION.
      **************************************************************
       FD  PRODUTO-FILE.
       01  PRODUTO-REG.
           05  PRD-DESCRICAO      PIC X(20).
           05  PRD-PRECO-UNIT     PIC 9(05)V99.
           05  PRD-SITUACAO       PIC X(01).
           05  PRD-SOB-MEDIDA     PIC X(01).
           05  PRD-MATERIAL       PIC X(10).
           05  PRD-AREA-UNIT      PIC 9(03)V9999.
