      **************************************************************
      ** CPYRKMSL - SELECT DAS MEDIAS DO ULTIMO RANKING (RANKMED),
      ** GRAVADAS PELO PROGRNKB. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT RANKMED-FILE ASSIGN TO "RANKMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RANKMED-STATUS.
