      **************************************************************
      ** CPYINVSL - SELECT DO ARQUIVO DE CONTAGEM DO INVENTARIO
      ** FISICO (INVCONT), INDEXADO PELO DOCUMENTO DA CONTAGEM, TIPO
      ** DO ITEM E CODIGO. COMPARTILHADO ENTRE O CONGELAMENTO E AS
      ** FOLHAS DE CONTAGEM (PROGINVB), A DIGITACAO, RECONTAGEM E
      ** APROVACAO DOS AJUSTES (PROGINVM) E O RELATORIO DE
      ** DIVERGENCIAS (PROGINVR). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT INVCONT-FILE ASSIGN TO "INVCONT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CHAVE
               FILE STATUS IS WRK-INVCONT-STATUS.
