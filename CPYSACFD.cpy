      **************************************************************
      ** CPYSACFD - LAYOUT DO CADASTRO DE CHAMADOS DO SAC (SACCHAM).
      ** UM REGISTRO POR RECLAMACAO: CLIENTE (CONFERIDO NO CADASTRO
      ** DE CLIENTES), CANAL, CATEGORIA, AREA RESPONSAVEL, VINCULO
      ** OPCIONAL COM UMA FATURA (FATREG), UM EMBARQUE (CHAVE DO
      ** EMBARQUE) OU UM PEDIDO (PEDVENDA), A TRANSPORTADORA E O
      ** PRODUTO DERIVADOS DO VINCULO, E AS DATAS DE ABERTURA,
      ** RESPOSTA PROMETIDA E FECHAMENTO. AS ACOES TOMADAS FICAM NO
      ** HISTORICO DO CHAMADO (SACHIST, VER CPYSAHFD).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  SACCHAM-FILE.
       01  SACCHAM-REG.
           05  SAC-NUMERO         PIC 9(08).
           05  SAC-CLIENTE.
               10  SAC-TIPO-PESSOA PIC X(01).
               10  SAC-DOC-CLIENTE PIC 9(14).
           05  SAC-CANAL          PIC X(01).
               88  SAC-CANAL-TELEFONE         VALUE 'T'.
               88  SAC-CANAL-EMAIL            VALUE 'E'.
           05  SAC-CATEGORIA      PIC X(02).
               88  SAC-CAT-ATRASO             VALUE 'AT'.
               88  SAC-CAT-PRODUTO-ERRADO     VALUE 'PE'.
               88  SAC-CAT-FATURAMENTO        VALUE 'FA'.
               88  SAC-CAT-AVARIA             VALUE 'AV'.
               88  SAC-CAT-OUTROS             VALUE 'OU'.
           05  SAC-AREA           PIC X(03).
               88  SAC-AREA-LOGISTICA         VALUE 'LOG'.
               88  SAC-AREA-FATURAMENTO       VALUE 'FAT'.
               88  SAC-AREA-FINANCEIRO        VALUE 'FIN'.
               88  SAC-AREA-COMERCIAL         VALUE 'COM'.
               88  SAC-AREA-ATENDIMENTO       VALUE 'SAC'.
           05  SAC-VINCULO-TIPO   PIC X(01).
               88  SAC-SEM-VINCULO            VALUE ' '.
               88  SAC-VINC-FATURA            VALUE 'F'.
               88  SAC-VINC-EMBARQUE          VALUE 'E'.
               88  SAC-VINC-PEDIDO            VALUE 'P'.
           05  SAC-VINCULO        PIC X(12).
           05  SAC-VINCULO-DOC REDEFINES SAC-VINCULO.
               10  SAC-VINC-NUMERO    PIC 9(08).
               10  FILLER             PIC X(04).
           05  SAC-VINCULO-EMB REDEFINES SAC-VINCULO.
               10  SAC-VINC-DESPACHO  PIC 9(08).
               10  SAC-VINC-SEQUENCIA PIC 9(04).
           05  SAC-TRANSP         PIC 9(03).
           05  SAC-CODPRODUTO     PIC X(08).
           05  SAC-DATA-ABERTURA  PIC 9(08).
           05  SAC-DATA-PROMETIDA PIC 9(08).
           05  SAC-DATA-FECHAMENTO PIC 9(08).
           05  SAC-SITUACAO       PIC X(01).
               88  SAC-ABERTO                 VALUE 'A'.
               88  SAC-EM-ANDAMENTO           VALUE 'E'.
               88  SAC-FECHADO                VALUE 'F'.
           05  SAC-USUARIO        PIC X(20).
           05  SAC-RESUMO         PIC X(40).
