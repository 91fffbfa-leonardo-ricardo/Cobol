      **************************************************************
      ** CPYCBCFD - LAYOUT DO CADASTRO DE CONTAS BANCARIAS DA
      ** EMPRESA (CONTABCO). UM REGISTRO POR CONTA, COM O BANCO, A
      ** AGENCIA, O NUMERO DA CONTA, A CONTA DO RAZAO QUE A
      ** REPRESENTA (11001 = BANCOS, A CONTA PRINCIPAL) E A
      ** FINALIDADE, QUE DIZ QUAL CONTA CADA PROGRAMA MOVIMENTA:
      ** 'F' FOLHA (REMESSA E RETORNO DE SALARIOS), 'C' COBRANCA
      ** (REMESSA E RETORNO DA COBRANCA E BAIXA DE RECEBIMENTOS),
      ** 'P' PAGAMENTOS A FORNECEDORES E 'G' MOVIMENTO GERAL
      ** (TRANSFERENCIAS E DEMAIS). CONTA INATIVA NAO E MAIS
      ** ESCOLHIDA, MAS O REGISTRO FICA PARA O HISTORICO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CONTABCO-FILE.
       01  CONTABCO-REG.
           05  CBC-CODIGO         PIC 9(02).
           05  CBC-BANCO          PIC 9(03).
           05  CBC-AGENCIA        PIC 9(04).
           05  CBC-CONTA          PIC 9(08).
           05  CBC-CONTA-DV       PIC X(01).
           05  CBC-DESCRICAO      PIC X(30).
           05  CBC-CONTA-RAZAO    PIC 9(05).
           05  CBC-FINALIDADE     PIC X(01).
               88  CBC-FOLHA                  VALUE 'F'.
               88  CBC-COBRANCA               VALUE 'C'.
               88  CBC-PAGAMENTOS             VALUE 'P'.
               88  CBC-GERAL                  VALUE 'G'.
               88  CBC-FINALIDADE-VALIDA      VALUE 'F' 'C' 'P' 'G'.
           05  CBC-SITUACAO       PIC X(01).
               88  CBC-ATIVA                  VALUE 'A'.
               88  CBC-INATIVA                VALUE 'I'.
