      ** TRANSPORTADORA, VINDO DOS TOTAIS DO PROGFRTB; 'N' NOTA DE
      ** FORNECEDOR DIGITADA), O VALOR, O VENCIMENTO, O VALOR JA
      ** PAGO E A SITUACAO ('A' ABERTO / 'P' PAGO), ESPELHANDO O
      ** CONTAS A RECEBER (CPYCRCFD). A ORIGEM 'T' E O TITULO DE
      ** IMPOSTO DA APURACAO MENSAL (PROGAPUB). A NOTA DE FORNECEDOR
      ** TRAZ O ICMS DESTACADO, TOMADO COMO CREDITO NA APURACAO.
      ** A ORIGEM 'C' E A DEVOLUCAO DE CREDITO A CLIENTE (PROGDEVB),
      ** COM O DOCUMENTO DO CLIENTE NO LUGAR DO FORNECEDOR.
      ** A SITUACAO 'B' (BLOQUEADO) E A NOTA DE FORNECEDOR QUE NAO
      ** BATEU COM O PEDIDO DE COMPRA E O RECEBIMENTO (PROGCPGB):
      ** NAO E PAGA ATE A LIBERACAO DO SUPERVISOR (PROGAPRV, TIPO
      ** 'L'), QUE A PASSA PARA 'A'.
      ** PAGAMENTO DEVOLVIDO PELO BANCO (RETORNO PAGRET, PROGPRET)
      ** VOLTA O TITULO PARA 'A' COM A OCORRENCIA E O MOTIVO DA
      ** DEVOLUCAO (ESPACOS = NUNCA DEVOLVIDO).
      ** A NOTA DE PRESTADOR DE SERVICO VIRA TITULO 'N' PELO VALOR
      ** LIQUIDO DAS RETENCOES NA FONTE, E CADA IMPOSTO RETIDO VIRA
      ** UM TITULO 'T' COM O ORGAO ARRECADADOR NO LUGAR DO
      ** FORNECEDOR E O DOCUMENTO DA NOTA (PROGCPGB, VER RETHIST).
      ** A ORIGEM 'R' E O REEMBOLSO DE DESPESAS DE EMPREGADO
      ** APROVADO PARA PAGAMENTO POR TITULO (PROGAPRV), COM A
      ** MATRICULA NO LUGAR DO FORNECEDOR E A CHAVE DO PEDIDO
      ** (MATRICULA + NUMERO, VER CPYRMBFD) NO DOCUMENTO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CONTAPAG-FILE.
       01  CONTAPAG-REG.
           05  CPG-TIPO           PIC X(01).
               88  CPG-TIPO-FRETE             VALUE 'F'.
               88  CPG-TIPO-FORNECEDOR        VALUE 'N'.
               88  CPG-TIPO-IMPOSTO           VALUE 'T'.
               88  CPG-TIPO-DEVOLUCAO         VALUE 'C'.
               88  CPG-TIPO-REEMBOLSO         VALUE 'R'.
           05  CPG-DOCUMENTO      PIC X(10).
           05  CPG-DATA-EMISSAO   PIC 9(08).
           05  CPG-DATA-VENCTO.
           05  CPG-SITUACAO       PIC X(01).
               88  CPG-ABERTO                 VALUE 'A'.
               88  CPG-PAGO                   VALUE 'P'.
               88  CPG-BLOQUEADO              VALUE 'B'.
           05  CPG-ICMS-CREDITO   PIC 9(09)V99.
           05  CPG-OCORRENCIA-DEV PIC X(02).
           05  CPG-MOTIVO-DEV     PIC X(30).
