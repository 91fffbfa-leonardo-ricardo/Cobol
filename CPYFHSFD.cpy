      **************************************************************
      ** CPYFHSFD - LAYOUT DO HISTORICO MENSAL DA FOLHA (FOLHAHIS).
      ** UM REGISTRO POR CONTRACHEQUE EMITIDO, COM A COMPETENCIA
      ** (AAAAMM), O BRUTO, OS DESCONTOS DE INSS E IRRF, O
      ** LIQUIDO E A PENSAO ALIMENTICIA JUDICIAL DESCONTADA (ZERO
      ** SEM ORDEM; REGISTROS ANTERIORES A ELA TRAZEM O CAMPO EM
      ** BRANCO), EM LAYOUT DE MAQUINA: E DESTE ARQUIVO (E DO
      ** HIST13) QUE O INFORME ANUAL DE RENDIMENTOS (PROGINFR)
      ** CONSOLIDA O ANO, EM VEZ DE RASPAR O CONTRACH IMPRESSO.
      ** INCLUIR NA FILE SECTION.
           05  FHS-INSS           PIC 9(06)V99.
           05  FHS-IRRF           PIC 9(06)V99.
           05  FHS-LIQUIDO        PIC 9(07)V99.
           05  FHS-PENSAO         PIC 9(06)V99.
