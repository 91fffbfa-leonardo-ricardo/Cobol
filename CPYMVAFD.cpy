      **************************************************************
      ** CPYMVAFD - LAYOUT DAS MOVIMENTACOES DE ALUNO (MOVALUNO). UM
      ** REGISTRO POR MOVIMENTACAO, GRAVADO PELO PROGMVAM:
      **    'T' TRANSFERENCIA - A MATRICULA SAI DA TURMA DE ORIGEM
      **        PARA A DE DESTINO; MVA-BIMESTRE E O PRIMEIRO
      **        BIMESTRE CURSADO NA TURMA NOVA (AS NOTAS DOS
      **        BIMESTRES ANTERIORES CONTINUAM DA TURMA DE ORIGEM);
      **    'R' TRANCAMENTO - A MATRICULA E INATIVADA; A
      **        MENSALIDADE E DEVIDA ATE O MES DA DATA EFETIVA
      **        (TURMA DE DESTINO EM BRANCO).
      ** DATA EFETIVA, ANO LETIVO, USUARIO, DATA DO REGISTRO E
      ** MOTIVO. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  MOVALUNO-FILE.
       01  MOVALUNO-REG.
           05  MVA-MATRICULA      PIC 9(06).
           05  MVA-ANO-LETIVO     PIC 9(04).
           05  MVA-TIPO           PIC X(01).
               88  MVA-TRANSFERENCIA          VALUE 'T'.
               88  MVA-TRANCAMENTO            VALUE 'R'.
           05  MVA-TURMA-ORIGEM   PIC X(10).
           05  MVA-TURMA-DESTINO  PIC X(10).
           05  MVA-BIMESTRE       PIC 9(01).
           05  MVA-DATA-EFETIVA.
               10  MVA-EFE-ANO    PIC 9(04).
               10  MVA-EFE-MES    PIC 9(02).
               10  MVA-EFE-DIA    PIC 9(02).
           05  MVA-USUARIO        PIC X(20).
           05  MVA-DATA-REGISTRO  PIC 9(08).
           05  MVA-MOTIVO         PIC X(40).
