      **************************************************************
      ** CPYPLSTB - TABELA EM MEMORIA DOS PLANOS DE SAUDE,
      ** CARREGADA DE PLANOSAU-FILE (VER CPYPLSPR, PARAGRAFO
      ** 7790-CARREGAR-TABELA-PLANOS). INCLUIR NA WORKING-STORAGE
      ** SECTION.
      **************************************************************
       77  WRK-PLANOSAU-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TAB-PLS-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-PLANOSAU-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-PLANOSAU-FIM             VALUE 'S'.
       77  WRK-PLS-CODIGO         PIC X(04) VALUE SPACES.
       77  WRK-PLS-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-PLS-ACHOU                VALUE 'S'.
       01  WRK-TAB-PLANOS.
           05  TAB-PLS OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-PLS-QTD
                   INDEXED BY PLS-IDX.
               10  TAB-PLS-CODIGO         PIC X(04).
               10  TAB-PLS-DESCRICAO      PIC X(20).
               10  TAB-PLS-FORNECEDOR     PIC 9(04).
               10  TAB-PLS-VALOR-TITULAR  PIC 9(05)V99.
               10  TAB-PLS-PERC-EMPREGADO PIC 9(03)V99.
               10  TAB-PLS-VALOR-DEPENDENTE PIC 9(05)V99.
