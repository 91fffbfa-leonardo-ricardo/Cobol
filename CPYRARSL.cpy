      **************************************************************
      ** CPYRARSL - SELECT DO ARQUIVO DATADO DE RELATORIOS (RELARQ),
      ** GRAVADO PELO PROGRELB, LIDO NA REIMPRESSAO PELO PROGRELC E
      ** EXPURGADO PELO PROGARQB.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT RELARQ-FILE ASSIGN TO "RELARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELARQ-STATUS.
