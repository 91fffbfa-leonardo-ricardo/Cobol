      **************************************************************
      ** CPYRCTFD - LAYOUT DO ARQUIVO DE RECERTIFICACAO DE ACESSOS
      ** (RECERTIF). UM REGISTRO POR DECISAO DO GESTOR SOBRE O
      ** ACESSO DE UM USUARIO: 'C' CONFIRMA, 'R' REVOGA. COM
      ** PROGRAMA INFORMADO A DECISAO VALE SO PARA AQUELE PROGRAMA
      ** (A REVOGACAO VIRA UM 'D' NA MATRIZ AUTORIZA); COM PROGRAMA
      ** EM BRANCO VALE PARA A CONTA INTEIRA (A REVOGACAO BLOQUEIA O
      ** USUARIO). A REVOGACAO E APLICADA NA RODADA SEGUINTE DO
      ** PROGRCTB, QUE MARCA RCT-APLICADA E A DATA DA APLICACAO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  RECERTIF-FILE.
       01  RECERTIF-REG.
           05  RCT-USUARIO        PIC X(20).
           05  RCT-PROGRAMA       PIC X(09).
           05  RCT-DECISAO        PIC X(01).
               88  RCT-CONFIRMA               VALUE 'C'.
               88  RCT-REVOGA                 VALUE 'R'.
           05  RCT-GESTOR         PIC X(20).
           05  RCT-DATA           PIC 9(08).
           05  RCT-APLICADA       PIC X(01).
               88  RCT-JA-APLICADA            VALUE 'S'.
           05  RCT-DATA-APLICACAO PIC 9(08).
