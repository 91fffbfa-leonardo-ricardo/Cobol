      **************************************************************
      ** CPYSODSL - SELECT DA TABELA DE REGRAS DE SEGREGACAO DE
      ** FUNCOES (SODREGRA), MANTIDA PELO PROGPARM E CONFERIDA PELO
      ** PROGRCTB. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT SODREGRA-FILE ASSIGN TO "SODREGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SODREGRA-STATUS.
