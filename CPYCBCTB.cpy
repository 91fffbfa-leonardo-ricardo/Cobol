      **************************************************************
      ** CPYCBCTB - TABELA EM MEMORIA DAS CONTAS BANCARIAS ATIVAS
      ** DA EMPRESA, CARREGADA DE CONTABCO-FILE (VER CPYCBCPR,
      ** PARAGRAFO 7520-CARREGAR-CONTAS-BANCO). A SAIDA DAS BUSCAS
      ** SAO OS CAMPOS WRK-CBC-*; SEM CONTA CADASTRADA, VALE A
      ** CONTA PRINCIPAL (CODIGO 00, RAZAO 11001). INCLUIR NA
      ** WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-CONTABCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TAB-CBC-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-CONTABCO-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-CONTABCO-FIM             VALUE 'S'.
       77  WRK-CBC-RAZAO-PADRAO   PIC 9(05) VALUE 11001.
       77  WRK-CBC-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-CBC-ACHOU                VALUE 'S'.
       01  WRK-CBC-CONTA-ATUAL.
           05  WRK-CBC-CODIGO     PIC 9(02) VALUE ZEROS.
           05  WRK-CBC-FINALIDADE PIC X(01) VALUE SPACES.
           05  WRK-CBC-BANCO      PIC 9(03) VALUE ZEROS.
           05  WRK-CBC-AGENCIA    PIC 9(04) VALUE ZEROS.
           05  WRK-CBC-CONTA      PIC 9(08) VALUE ZEROS.
           05  WRK-CBC-CONTA-DV   PIC X(01) VALUE SPACES.
           05  WRK-CBC-DESCRICAO  PIC X(30) VALUE SPACES.
           05  WRK-CBC-CONTA-RAZAO PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-CONTABCO.
           05  TAB-CBC OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-TAB-CBC-QTD
                   INDEXED BY CBC-IDX.
               10  TAB-CBC-CODIGO      PIC 9(02).
               10  TAB-CBC-BANCO       PIC 9(03).
               10  TAB-CBC-AGENCIA     PIC 9(04).
               10  TAB-CBC-CONTA       PIC 9(08).
               10  TAB-CBC-CONTA-DV    PIC X(01).
               10  TAB-CBC-DESCRICAO   PIC X(30).
               10  TAB-CBC-CONTA-RAZAO PIC 9(05).
               10  TAB-CBC-FINALIDADE  PIC X(01).
