      **************************************************************
      ** CPYVEIFD - LAYOUT DA TABELA DE TIPOS DE VEICULO. UM
      ** REGISTRO POR TIPO (CODIGO, DESCRICAO, PESO MAXIMO EM KG E
      ** CUBAGEM MAXIMA EM M3), EM ORDEM CRESCENTE DE CAPACIDADE:
      ** O PRIMEIRO TIPO QUE COMPORTA A CARGA E O MENOR QUE SERVE E
      ** O ULTIMO E O MAIOR VEICULO DA FROTA CONTRATADA.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  VEICTAB-FILE.
       01  VEICTAB-REG.
           05  VEI-TIPO            PIC X(02).
           05  VEI-DESCRICAO       PIC X(20).
           05  VEI-PESO-MAX        PIC 9(05)V99.
           05  VEI-CUBAGEM-MAX     PIC 9(03)V99.
