      **************************************************************
      ** CPYNTRSL - SELECT DAS NOTAS MENSAIS DAS TRANSPORTADORAS
      ** (NOTATRP), GRAVADAS PELA AVALIACAO MENSAL (PROGAVTB) E
      ** LIDAS PELA COTACAO DE FRETE (PROGFRTC). INCLUIR NO
      ** FILE-CONTROL.
      **************************************************************
           SELECT NOTATRP-FILE ASSIGN TO "NOTATRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTATRP-STATUS.
