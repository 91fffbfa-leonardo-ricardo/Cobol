      **************************************************************
      ** CPYMBCFD - LAYOUT DO MOVIMENTO DAS CONTAS BANCARIAS
      ** (MOVBANCO). UM REGISTRO POR ARQUIVO TROCADO COM O BANCO OU
      ** POR TRANSFERENCIA, COM A CONTA DA EMPRESA MOVIMENTADA
      ** (CODIGO DO CONTABCO, ZERO = CONTA PRINCIPAL) E A CONTA DO
      ** RAZAO, A DATA EM QUE O DINHEIRO SE MOVE, O PROGRAMA E O
      ** ARQUIVO DE ORIGEM, O SENTIDO ('E' ENTRADA, 'S' SAIDA) E A
      ** SITUACAO:
      **    'P' PREVISTO   - REMESSA ENVIADA AO BANCO;
      **    'C' CONFIRMADO - RETORNO QUE SO CONFIRMA O PREVISTO (NAO
      **                     MEXE NA POSICAO, JA CONTADA NA REMESSA);
      **    'D' DEVOLVIDO  - RETORNO QUE DESFAZ O PREVISTO, GRAVADO
      **                     NO SENTIDO INVERSO DA REMESSA;
      **    'R' REALIZADO  - MOVIMENTO EFETIVADO SEM PREVISAO NA
      **                     REMESSA (LIQUIDACOES DO RETORNO DA
      **                     COBRANCA, TRANSFERENCIA ENTRE CONTAS).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  MOVBANCO-FILE.
       01  MOVBANCO-REG.
           05  MBC-CONTA-BANCO    PIC 9(02).
           05  MBC-CONTA-RAZAO    PIC 9(05).
           05  MBC-DATA           PIC 9(08).
           05  MBC-PROGRAMA       PIC X(08).
           05  MBC-ARQUIVO        PIC X(08).
           05  MBC-TIPO           PIC X(01).
               88  MBC-ENTRADA                VALUE 'E'.
               88  MBC-SAIDA                  VALUE 'S'.
           05  MBC-SITUACAO       PIC X(01).
               88  MBC-PREVISTO               VALUE 'P'.
               88  MBC-CONFIRMADO             VALUE 'C'.
               88  MBC-DEVOLVIDO              VALUE 'D'.
               88  MBC-REALIZADO              VALUE 'R'.
           05  MBC-VALOR          PIC 9(11)V99.
           05  MBC-QUANTIDADE     PIC 9(05).
           05  MBC-DOCUMENTO      PIC X(10).
           05  MBC-HISTORICO      PIC X(30).
