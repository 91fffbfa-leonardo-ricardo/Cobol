      **************************************************************
      ** CPYBLSFD - LAYOUT DO CADASTRO DE BOLSAS DE ESTUDO (BOLSAS).
      ** UM REGISTRO POR MATRICULA: TIPO ('F' FILHO DE FUNCIONARIO /
      ** 'M' MERITO / 'S' SOCIAL), PERCENTUAL SOBRE A MENSALIDADE
      ** (1-100), VIGENCIA EM COMPETENCIAS (ANO+MES INICIAL E
      ** FINAL, INCLUSIVE), QUEM APROVOU E QUANDO, E A SITUACAO
      ** ('A' ATIVA / 'C' CANCELADA). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  BOLSAS-FILE.
       01  BOLSAS-REG.
           05  BLS-MATRICULA      PIC 9(06).
           05  BLS-TIPO           PIC X(01).
               88  BLS-FUNCIONARIO            VALUE 'F'.
               88  BLS-MERITO                 VALUE 'M'.
               88  BLS-SOCIAL                 VALUE 'S'.
               88  BLS-TIPO-VALIDO            VALUE 'F' 'M' 'S'.
           05  BLS-PERCENTUAL     PIC 9(03)V99.
           05  BLS-ANOMES-INICIO  PIC 9(06).
           05  BLS-ANOMES-FIM     PIC 9(06).
           05  BLS-APROVADOR      PIC X(20).
           05  BLS-DATA-APROVACAO PIC 9(08).
           05  BLS-SITUACAO       PIC X(01).
               88  BLS-ATIVA                  VALUE 'A'.
               88  BLS-CANCELADA              VALUE 'C'.
