      **************************************************************
      ** CPYSINSL - SELECT DO REGISTRO DE SINISTROS DE TRANSPORTE
      ** (SINISTRO: AVARIA OU EXTRAVIO DE EMBARQUE), INDEXADO PELO
      ** NUMERO DO SINISTRO (CONTROLE SINNUM). ABERTO E ATUALIZADO
      ** PELO PROGSINM, ENVELHECIDO E BAIXADO PELO PROGSINB.
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT SINISTRO-FILE ASSIGN TO "SINISTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIN-NUMERO
               FILE STATUS IS WRK-SINISTRO-STATUS.
