      **************************************************************
      ** CPYADTSL - SELECT DO REGISTRO DE ADIANTAMENTOS QUINZENAIS
      ** (ADIANTAM), GRAVADO PELO ADIANTAMENTO (PROGADTB) A CADA
      ** ADIANTAMENTO PAGO E LIDO PELA FOLHA (PROGTEPB), QUE O
      ** DESCONTA NO CONTRACHEQUE DA MESMA COMPETENCIA.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT ADIANTAM-FILE ASSIGN TO "ADIANTAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANTAM-STATUS.
