      **************************************************************
      ** CPYRNDFD - LAYOUT DO HISTORICO DE RENDIMENTO DO PLANO DE
      ** CORTE (RENDCORT). UM REGISTRO POR MATERIAL CORTADO EM CADA
      ** RODADA DO PROGORB, EM ORDEM CRONOLOGICA: A AREA DAS PECAS
      ** COLOCADAS E A AREA CONSUMIDA (CHAPAS INTEIRAS E RETALHOS
      ** APROVEITADOS, MENOS OS RETALHOS GERADOS, QUE VOLTAM AO
      ** ESTOQUE). O RENDIMENTO DO MATERIAL E A RAZAO ENTRE AS
      ** DUAS. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  RENDCORT-FILE.
       01  RENDCORT-REG.
           05  RND-DATA           PIC 9(08).
           05  RND-MATERIAL       PIC X(10).
           05  RND-AREA-PECAS     PIC 9(07)V9999.
           05  RND-AREA-CONSUMIDA PIC 9(07)V9999.
