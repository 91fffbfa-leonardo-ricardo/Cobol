      ** IMOVEIS), COM A AQUISICAO, A VIDA UTIL EM MESES, O CENTRO
      ** DE CUSTO, A DEPRECIACAO ACUMULADA (MANTIDA PELO PROGDEPB,
      ** LINHA RETA) E A SITUACAO ('A' ATIVO / 'B' BAIXADO).
      ** A BAIXA GUARDA A DATA E O VALOR DE VENDA (ZERO = SUCATA OU
      ** PERDA) E A TRANSFERENCIA ENTRE CENTROS DE CUSTO GUARDA A
      ** DATA E O CENTRO ANTERIOR DA ULTIMA TRANSFERENCIA (PROGAFXM).
      ** CADA MOVIMENTO DO BEM VAI PARA O HISTORICO ATIVOMOV
      ** (CPYAMVFD). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ATIVOFIX-FILE.
       01  ATIVOFIX-REG.
           05  AFX-SITUACAO       PIC X(01).
               88  AFX-ATIVO                  VALUE 'A'.
               88  AFX-BAIXADO                VALUE 'B'.
           05  AFX-DATA-BAIXA     PIC 9(08).
           05  AFX-VALOR-VENDA    PIC 9(09)V99.
           05  AFX-DATA-TRANSF    PIC 9(08).
           05  AFX-CCUSTO-ANTERIOR PIC X(05).
