      **************************************************************
      ** CPYRARFD - LAYOUT DO ARQUIVO DATADO DE RELATORIOS (RELARQ).
      ** UMA LINHA DE RELATORIO POR REGISTRO, NA ORDEM ORIGINAL,
      ** COM A CHAVE DO CATALOGO (NOME + DATA + SEQUENCIA DO LOTE,
      ** VER CPYRCGFD) E O NUMERO DA LINHA.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  RELARQ-FILE.
       01  RELARQ-REG.
           05  RAR-RELATORIO      PIC X(09).
           05  RAR-DATA           PIC 9(08).
           05  RAR-SEQUENCIA      PIC 9(05).
           05  RAR-LINHA          PIC 9(06).
           05  RAR-TEXTO          PIC X(132).
