      **************************************************************
      ** CPYOPRSL - SELECT DO CADASTRO DE ORDENS DE PRODUCAO
      ** (ORDPROD), INDEXADO PELO NUMERO DA ORDEM. COMPARTILHADO
      ** ENTRE A MANUTENCAO DAS ORDENS (PROGOPRM), O PLANO DE CORTE
      ** (PROGORB) E O CUSTO DAS ORDENS (PROGOPRR). INCLUIR NO
      ** FILE-CONTROL.
      **************************************************************
           SELECT ORDPROD-FILE ASSIGN TO "ORDPROD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-NUMERO
               FILE STATUS IS WRK-ORDPROD-STATUS.
