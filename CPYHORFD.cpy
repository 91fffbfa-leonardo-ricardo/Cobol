      **************************************************************
      ** CPYHORFD - LAYOUT DA GRADE HORARIA (HORARIO). UMA AULA POR
      ** REGISTRO: TURMA, DIA DA SEMANA (1=SEG A 6=SAB), PERIODO DO
      ** DIA (1-9), MATERIA, SALA, O PROFESSOR (GRAVADO PELA
      ** VALIDACAO A PARTIR DA ATRIBUICAO DA MATERIA) E A SITUACAO
      ** ('P' PENDENTE DE VALIDACAO, 'V' VALIDA, 'R' REJEITADA, COM
      ** O MOTIVO). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  HORARIO-FILE.
       01  HORARIO-REG.
           05  HOR-CHAVE.
               10  HOR-TURMA      PIC X(10).
               10  HOR-DIA        PIC 9(01).
               10  HOR-PERIODO    PIC 9(01).
           05  HOR-MATERIA        PIC X(10).
           05  HOR-SALA           PIC X(06).
           05  HOR-PROFESSOR      PIC 9(04).
           05  HOR-SITUACAO       PIC X(01).
               88  HOR-PENDENTE               VALUE 'P'.
               88  HOR-VALIDA                 VALUE 'V'.
               88  HOR-REJEITADA              VALUE 'R'.
           05  HOR-MOTIVO         PIC X(30).
