      **************************************************************
      ** CPYACDSL - SELECT DO CADASTRO DE ACORDOS DE RENEGOCIACAO
      ** (ACORDO), INDEXADO PELO NUMERO DO ACORDO, QUE E TAMBEM O
      ** NUMERO DOS TITULOS DO ACORDO NO CONTAS A RECEBER. GRAVADO
      ** PELO PROGACDM E ACOMPANHADO PELO PROGACDB.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT ACORDO-FILE ASSIGN TO "ACORDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WRK-ACORDO-STATUS.
