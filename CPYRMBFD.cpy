      **************************************************************
      ** CPYRMBFD - LAYOUT DO PEDIDO DE REEMBOLSO DE DESPESAS
      ** (REEMBOLS). UM REGISTRO POR PEDIDO, COM ATE 10 LINHAS DE
      ** DESPESA (DATA, CATEGORIA, VALOR E NUMERO DO COMPROVANTE).
      ** CATEGORIAS: 'TR' TRANSPORTE, 'HO' HOSPEDAGEM, 'AL'
      ** ALIMENTACAO, 'KM' QUILOMETRAGEM, 'OU' OUTRAS.
      ** A FORMA DE PAGAMENTO E 'F' (NA FOLHA, COMO VERBA NAO
      ** TRIBUTAVEL) OU 'T' (TITULO NO CONTAS A PAGAR).
      ** SITUACAO: 'P' PENDENTE DE APROVACAO DO SUPERVISOR INDICADO
      ** / 'A' APROVADO, AGUARDANDO A FOLHA / 'R' REJEITADO / 'G'
      ** PAGAMENTO GERADO (NA FOLHA DA COMPETENCIA OU NO TITULO
      ** INDICADOS NA REFERENCIA).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  REEMBOLS-FILE.
       01  REEMBOLSO-REG.
           05  RMB-CHAVE.
               10  RMB-MATRICULA  PIC 9(05).
               10  RMB-NUMERO     PIC 9(05).
           05  RMB-DATA-PEDIDO    PIC 9(08).
           05  RMB-SOLICITANTE    PIC X(20).
           05  RMB-SUPERVISOR     PIC X(20).
           05  RMB-FORMA-PAGTO    PIC X(01).
               88  RMB-PAGTO-FOLHA            VALUE 'F'.
               88  RMB-PAGTO-TITULO           VALUE 'T'.
           05  RMB-SITUACAO       PIC X(01).
               88  RMB-PENDENTE               VALUE 'P'.
               88  RMB-APROVADO               VALUE 'A'.
               88  RMB-REJEITADO              VALUE 'R'.
               88  RMB-PAGO                   VALUE 'G'.
           05  RMB-APROVADOR      PIC X(20).
           05  RMB-DATA-DECISAO   PIC 9(08).
           05  RMB-REFERENCIA     PIC X(10).
           05  RMB-VALOR-TOTAL    PIC 9(07)V99.
           05  RMB-QTD-LINHAS     PIC 9(02).
           05  RMB-LINHA OCCURS 10 TIMES.
               10  RMB-LIN-DATA        PIC 9(08).
               10  RMB-LIN-CATEGORIA   PIC X(02).
               10  RMB-LIN-VALOR       PIC 9(06)V99.
               10  RMB-LIN-COMPROVANTE PIC X(15).
