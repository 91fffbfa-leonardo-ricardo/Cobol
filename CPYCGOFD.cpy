      ** CPYCGOFD - LAYOUT DO CADASTRO DE CARGOS. UM REGISTRO POR
      ** CARGO, COM O CODIGO, O TITULO E A FAIXA SALARIAL (PISO E
      ** TETO DO CARGO), APLICADA PELA MANUTENCAO DO CADASTRO DE
      ** EMPREGADOS (PROGEMPM) NA ADMISSAO E NA ALTERACAO, E A
      ** REGRA DAS HORAS EXTRAS DO PONTO PELO ACORDO COLETIVO:
      ** 'B' AS HORAS A 50% VAO PARA O BANCO DE HORAS E AS A 100%
      ** SAO PAGAS, 'T' TODAS VAO PARA O BANCO, 'P' OU EM BRANCO
      ** (CARGOS ANTERIORES A REGRA) TODAS SAO PAGAS NA FOLHA.
      ** VER CPYCGOPR. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CARGOS-FILE.
           05  CGO-TITULO         PIC X(30).
           05  CGO-FAIXA-MINIMA   PIC 9(06)V99.
           05  CGO-FAIXA-MAXIMA   PIC 9(06)V99.
           05  CGO-REGRA-HORAS    PIC X(01).
