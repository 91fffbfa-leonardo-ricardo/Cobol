      **************************************************************
      ** CPYNTRFD - LAYOUT DAS NOTAS MENSAIS DAS TRANSPORTADORAS.
      ** UM REGISTRO POR TRANSPORTADORA NO MES DE REFERENCIA DA
      ** ULTIMA AVALIACAO (PROGAVTB): ANO/MES, NOTA PONDERADA DE 0
      ** A 100 E A SITUACAO ('A' ABAIXO DA NOTA MINIMA DA AVTCFG,
      ** 'N' NORMAL, 'S' SEM DADOS NO MES, NOTA ZERADA).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  NOTATRP-FILE.
       01  NOTATRP-REG.
           05  NTR-TRANSP          PIC 9(03).
           05  NTR-ANOMES          PIC 9(06).
           05  NTR-NOTA            PIC 9(03)V9.
           05  NTR-SITUACAO        PIC X(01).
               88  NTR-ABAIXO-MINIMO          VALUE 'A'.
               88  NTR-NORMAL                 VALUE 'N'.
               88  NTR-SEM-DADOS              VALUE 'S'.
