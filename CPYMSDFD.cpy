      **************************************************************
      ** CPYMSDFD - LAYOUT DO REGISTRO DE MENSALIDADES FATURADAS
      ** (MENSALID). UM REGISTRO POR MATRICULA E COMPETENCIA: TITULO
      ** DO CONTAREC (PARCELA 01; ZERO QUANDO A BOLSA E INTEGRAL E
      ** NAO HA TITULO), MATRICULA, TURMA, COMPETENCIA, VALOR CHEIO
      ** DA TURMA, DESCONTO APLICADO ('I' IRMAO OU O TIPO DA BOLSA
      ** 'F' FILHO DE FUNCIONARIO / 'M' MERITO / 'S' SOCIAL; BRANCO
      ** SEM DESCONTO), PERCENTUAL DO DESCONTO E VALOR COBRADO.
      ** REGISTROS ANTERIORES A BOLSA TEM OS QUATRO ULTIMOS CAMPOS
      ** EM BRANCO. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  MENSALID-FILE.
       01  MENSALID-REG.
           05  MSD-NUMERO         PIC 9(08).
           05  MSD-MATRICULA      PIC 9(06).
           05  MSD-TURMA          PIC X(10).
           05  MSD-ANOMES         PIC 9(06).
           05  MSD-VALOR-CHEIO    PIC 9(06)V99.
           05  MSD-TIPO-DESCONTO  PIC X(01).
               88  MSD-SEM-DESCONTO           VALUE SPACE.
               88  MSD-DESCONTO-IRMAO         VALUE 'I'.
               88  MSD-DESCONTO-BOLSA         VALUE 'F' 'M' 'S'.
           05  MSD-PCT-DESCONTO   PIC 9(03)V99.
           05  MSD-VALOR-COBRADO  PIC 9(06)V99.
