      **************************************************************
      ** CPYICTFD - LAYOUT DO CONTROLE DO INVENTARIO FISICO
      ** (INVCTL). REGISTRO UNICO, LIDO NA INICIALIZACAO E REGRAVADO
      ** POR INTEIRO (OPEN OUTPUT), COMO O FATNUM DO PROGFATB. A
      ** CONTAGEM FICA ABERTA ('A') DO CONGELAMENTO (PROGINVB) ATE
      ** A APROVACAO DOS AJUSTES (PROGINVM), QUE A ENCERRA ('E') COM
      ** O APROVADOR E A DATA. A TOLERANCIA E O PERCENTUAL DE
      ** DIVERGENCIA SOBRE O SALDO CONTABIL ACIMA DO QUAL A LINHA
      ** VAI PARA RECONTAGEM. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  INVCTL-FILE.
       01  INVCTL-REG.
           05  ICT-ULTIMO-DOCUMENTO   PIC 9(07).
           05  ICT-SITUACAO           PIC X(01).
               88  ICT-CONTAGEM-ABERTA          VALUE 'A'.
               88  ICT-CONTAGEM-ENCERRADA       VALUE 'E'.
           05  ICT-DATA-CONGELAMENTO  PIC 9(08).
           05  ICT-TOLERANCIA-PERC    PIC 9(03)V99.
           05  ICT-DATA-AJUSTE        PIC 9(08).
           05  ICT-APROVADOR          PIC X(20).
