      **************************************************************
      ** CPYPRFSL - SELECT DO CADASTRO DE PROFESSORES (PROFESSO),
      ** INDEXADO PELO CODIGO DO PROFESSOR. MANTIDO PELO PROGPRFM.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT PROFESSO-FILE ASSIGN TO "PROFESSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PROFESSO-STATUS.
