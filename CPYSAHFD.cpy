      **************************************************************
      ** CPYSAHFD - LAYOUT DO HISTORICO DE ACOES DOS CHAMADOS DO SAC
      ** (SACHIST). UM REGISTRO POR ACAO, DATADO E COM O USUARIO:
      ** 'A' ABERTURA, 'T' TRATATIVA (CONTATO, PROVIDENCIA, TROCA DE
      ** AREA OU DE PRAZO), 'F' FECHAMENTO E 'R' REABERTURA.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  SACHIST-FILE.
       01  SACHIST-REG.
           05  SAH-NUMERO         PIC 9(08).
           05  SAH-DATA           PIC 9(08).
           05  SAH-HORA           PIC 9(06).
           05  SAH-USUARIO        PIC X(20).
           05  SAH-ACAO           PIC X(01).
               88  SAH-ABERTURA               VALUE 'A'.
               88  SAH-TRATATIVA              VALUE 'T'.
               88  SAH-FECHAMENTO             VALUE 'F'.
               88  SAH-REABERTURA             VALUE 'R'.
           05  SAH-TEXTO          PIC X(60).
