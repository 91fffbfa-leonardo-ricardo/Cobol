      **************************************************************
      ** CPYSODFD - LAYOUT DA TABELA DE REGRAS DE SEGREGACAO DE
      ** FUNCOES (SODREGRA). CADA REGRA E UM PAR DE PROGRAMAS QUE
      ** NAO PODEM ESTAR COM O MESMO USUARIO (EX: PROGEMPM E
      ** PROGAPRV). COMO A MATRIZ AUTORIZA SO PREVALECE SOBRE O
      ** NIVEL, CADA PROGRAMA TRAZ TAMBEM OS NIVEIS (ATE QUATRO
      ** CODIGOS DE 2 POSICOES, EX: '0103') QUE O ALCANCAM PELA
      ** REGRA DE NIVEL QUANDO NAO HA REGISTRO NA MATRIZ.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  SODREGRA-FILE.
       01  SODREGRA-REG.
           05  SOD-PROGRAMA-1     PIC X(09).
           05  SOD-NIVEIS-1       PIC X(08).
           05  SOD-PROGRAMA-2     PIC X(09).
           05  SOD-NIVEIS-2       PIC X(08).
           05  SOD-DESCRICAO      PIC X(30).
