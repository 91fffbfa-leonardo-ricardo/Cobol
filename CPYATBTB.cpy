      **************************************************************
      ** CPYATBTB - TABELA EM MEMORIA DAS ATRIBUICOES DE AULA, COM O
      ** NOME DO PROFESSOR DE CADA MATERIA DE CADA TURMA, CARREGADA
      ** DE ATRIBUI-FILE E PROFESSO-FILE (VER CPYATBPR, PARAGRAFO
      ** 7800-CARREGAR-TABELA-ATRIB). INCLUIR NA WORKING-STORAGE
      ** SECTION.
      **************************************************************
       77  WRK-ATRIBUI-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PROFESSO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TAB-ATB-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-ATRIBUI-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-ATRIBUI-FIM              VALUE 'S'.
       77  WRK-PROFESSO-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PROFESSO-ABERTO          VALUE 'S'.
       77  WRK-ATB-TURMA          PIC X(10) VALUE SPACES.
       77  WRK-ATB-MATERIA        PIC X(10) VALUE SPACES.
       77  WRK-ATB-PROFESSOR      PIC 9(04) VALUE ZEROS.
       77  WRK-ATB-NOME           PIC X(30) VALUE SPACES.
       77  WRK-ATB-AULAS          PIC 9(02) VALUE ZEROS.
       77  WRK-ATB-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-ATB-ACHOU                VALUE 'S'.
       01  WRK-TAB-ATRIBUICAO.
           05  TAB-ATB OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-TAB-ATB-QTD
                   INDEXED BY ATB-IDX.
               10  TAB-ATB-TURMA      PIC X(10).
               10  TAB-ATB-MATERIA    PIC X(10).
               10  TAB-ATB-PROFESSOR  PIC 9(04).
               10  TAB-ATB-NOME       PIC X(30).
               10  TAB-ATB-AULAS      PIC 9(02).
