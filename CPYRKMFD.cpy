      **************************************************************
      ** CPYRKMFD - LAYOUT DAS MEDIAS DO ULTIMO RANKING (RANKMED):
      ** UMA LINHA POR MATRICULA ATIVA COM A TURMA, A MEDIA DO ANO
      ** CALCULADA PELO PROGRNKB E A DATA DO LOTE DO RANKING. E A
      ** MEDIA CONFERIDA NA RENOVACAO DE BOLSA DE MERITO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  RANKMED-FILE.
       01  RANKMED-REG.
           05  RKM-MATRICULA      PIC 9(06).
           05  RKM-TURMA          PIC X(10).
           05  RKM-MEDIA          PIC 9(02)V9.
           05  RKM-DATA           PIC 9(08).
