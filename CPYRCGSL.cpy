      **************************************************************
      ** CPYRCGSL - SELECT DO CATALOGO DO ARQUIVO DATADO DE
      ** RELATORIOS (RELCATLG), GRAVADO PELO PROGRELB, CONSULTADO
      ** PELO PROGRELC E EXPURGADO PELO PROGARQB.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT RELCATLG-FILE ASSIGN TO "RELCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELCATLG-STATUS.
