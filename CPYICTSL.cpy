      **************************************************************
      ** CPYICTSL - SELECT DO CONTROLE DO INVENTARIO FISICO
      ** (INVCTL), REGISTRO UNICO COM O ULTIMO DOCUMENTO DE
      ** CONTAGEM E A SITUACAO DA CONTAGEM CORRENTE. VER CPYICTFD.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT INVCTL-FILE ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INVCTL-STATUS.
