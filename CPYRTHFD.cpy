      **************************************************************
      ** CPYRTHFD - LAYOUT DO HISTORICO DE RETENCOES NA FONTE
      ** (RETHIST). UM REGISTRO POR IMPOSTO RETIDO EM CADA NOTA DE
      ** PRESTADOR DE SERVICO, COM A COMPETENCIA (MES DA EMISSAO DA
      ** NOTA), O PRESTADOR (CNPJ E NOME DO FORNECED), A BASE, A
      ** ALIQUOTA E O VALOR RETIDO, O TITULO LIQUIDO DO PRESTADOR
      ** E O TITULO DO IMPOSTO NO CONTAS A PAGAR COM O VENCIMENTO.
      ** PIS, COFINS E CSLL TEM UM REGISTRO CADA, MAS SAO PAGOS NO
      ** MESMO TITULO (DARF UNICO). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  RETHIST-FILE.
       01  RETHIST-REG.
           05  RTH-ANOMES         PIC 9(06).
           05  RTH-DATA-EMISSAO   PIC 9(08).
           05  RTH-FORNECEDOR     PIC X(14).
           05  RTH-NOME           PIC X(30).
           05  RTH-COD-SERVICO    PIC X(04).
           05  RTH-DOCUMENTO      PIC X(10).
           05  RTH-TITULO         PIC 9(08).
           05  RTH-IMPOSTO        PIC X(06).
               88  RTH-IRRF                   VALUE 'IRRF'.
               88  RTH-ISS                    VALUE 'ISS'.
               88  RTH-INSS                   VALUE 'INSS'.
               88  RTH-PIS                    VALUE 'PIS'.
               88  RTH-COFINS                 VALUE 'COFINS'.
               88  RTH-CSLL                   VALUE 'CSLL'.
           05  RTH-BASE           PIC 9(09)V99.
           05  RTH-ALIQUOTA       PIC 9(02)V99.
           05  RTH-VALOR          PIC 9(09)V99.
           05  RTH-TITULO-IMPOSTO PIC 9(08).
           05  RTH-VENCTO         PIC 9(08).
