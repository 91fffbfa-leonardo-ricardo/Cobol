      **************************************************************
      ** CPYMVATB - TABELA EM MEMORIA DAS MOVIMENTACOES DE ALUNO
      ** (TRANSFERENCIAS E TRANCAMENTOS), CARREGADA DE MOVALUNO-FILE
      ** NA ORDEM DO ARQUIVO (VER CPYMVAPR, PARAGRAFO
      ** 7860-CARREGAR-TABELA-MOVTO). INCLUIR NA WORKING-STORAGE
      ** SECTION.
      **************************************************************
       77  WRK-MOVALUNO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TAB-MVA-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-MVA-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-MOVALUNO-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-MOVALUNO-FIM             VALUE 'S'.
       77  WRK-MVA-MATRICULA      PIC 9(06) VALUE ZEROS.
       77  WRK-MVA-ANO-LETIVO     PIC 9(04) VALUE ZEROS.
       77  WRK-MVA-BIMESTRE       PIC 9(01) VALUE ZEROS.
       77  WRK-MVA-TURMA-ATUAL    PIC X(10) VALUE SPACES.
       77  WRK-MVA-TURMA-BIM      PIC X(10) VALUE SPACES.
       77  WRK-MVA-DATA-EFETIVA   PIC 9(08) VALUE ZEROS.
       77  WRK-MVA-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-MVA-ACHOU                VALUE 'S'.
       01  WRK-TAB-MOVIMENTO.
           05  TAB-MVA OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-MVA-QTD.
               10  TAB-MVA-MATRICULA  PIC 9(06).
               10  TAB-MVA-ANO-LETIVO PIC 9(04).
               10  TAB-MVA-TIPO       PIC X(01).
               10  TAB-MVA-ORIGEM     PIC X(10).
               10  TAB-MVA-BIMESTRE   PIC 9(01).
               10  TAB-MVA-DATA-EFETIVA PIC 9(08).
