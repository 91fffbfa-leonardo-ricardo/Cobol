      **************************************************************
      ** CPYPLSSL - SELECT DA TABELA DE PLANOS DE SAUDE (PLANOSAU).
      ** TABELA EXTERNA, COMO INSSTB E IRRFTB, PARA QUE OS VALORES
      ** DO CONTRATO COM A OPERADORA POSSAM SER ATUALIZADOS SEM
      ** RECOMPILAR. VER CPYPLSPR. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT PLANOSAU-FILE ASSIGN TO "PLANOSAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PLANOSAU-STATUS.
