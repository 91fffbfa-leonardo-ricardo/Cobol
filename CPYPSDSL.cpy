      **************************************************************
      ** CPYPSDSL - SELECT DO SALDO DA PROVISAO PARA DEVEDORES
      ** DUVIDOSOS (PDDSALDO), REGISTRO UNICO. COMPARTILHADO ENTRE
      ** O CALCULO MENSAL DA PDD (PROGPDDB), QUE O AJUSTA AO VALOR
      ** EXIGIDO, E A APROVACAO DA BAIXA COMO PERDA (PROGAPRV), QUE
      ** O CONSOME. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT PDDSALDO-FILE ASSIGN TO "PDDSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PDDSALDO-STATUS.
