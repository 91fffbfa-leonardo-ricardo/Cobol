      **               CORTEREL, EM VEZ DE REGRAVAR O ESTOQUE
      **               TRUNCADO E PERDER RETALHO BOM. EXPURGO PELO
      **               PROGARQB.
      **  15/10/2026 LR - PECA PASSA A TRAZER A ORDEM DE PRODUCAO
      **               (PEC-ORDEM, ORDPROD) QUANDO FAZ PARTE DE UM
      **               PRODUTO SOB MEDIDA: CADA ORDEM E CORTADA EM
      **               CHAPAS PROPRIAS (O PLANO NAO MISTURA ORDENS
      **               NA MESMA CHAPA) E O CONSUMO DELA (CHAPAS,
      **               RETALHOS APROVEITADOS E GERADOS, DESPERDICIO
      **               E CUSTO DO MATERIAL MENOS O CREDITO DOS
      **               RETALHOS) E SOMADO NA ORDEM, QUE PASSA A
      **               CORTADA. PECA DE ORDEM INEXISTENTE, CONCLUIDA
      **               OU CANCELADA VAI PARA EXCECOES SEM CORTE.
      **  15/10/2026 LR - AO FINAL DA RODADA, O RENDIMENTO DE CADA
      **               MATERIAL CORTADO (AREA DAS PECAS CONTRA A AREA
      **               CONSUMIDA EM CHAPAS E RETALHOS, MENOS OS
      **               RETALHOS GERADOS) E ACRESCENTADO AO HISTORICO
      **               RENDCORT, BASE DO PLANEJAMENTO DE CHAPAS
      **               (PROGMRPB).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETCFG-STATUS.
           COPY CPYORMSL.
           COPY CPYOPRSL.
           COPY CPYRNDSL.
           COPY CPYEXCSL.
           COPY CPYLOTSL.
       DATA DIVISION.
           05  PEC-LARGURA        PIC 9(03)V99.
           05  PEC-COMPRIMENTO    PIC 9(03)V99.
           05  PEC-MATERIAL       PIC X(10).
           05  PEC-ORDEM          PIC 9(08).
       COPY CPYORMFD.
       COPY CPYOPRFD.
       COPY CPYRNDFD.
       COPY CPYEXCFD.
       COPY CPYLOTFD.

       77  WRK-QTD-SEM-ESTOQUE    PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-REPOSICAO      PIC 9(03) VALUE ZEROS.
       77  WRK-MAT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-ORDPROD-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-ORDPROD-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-ORDPROD-ABERTO             VALUE 'S'.
       77  WRK-PECA-VALIDA-SW     PIC X(01) VALUE 'S'.
           88  WRK-PECA-VALIDA                VALUE 'S'.
       77  WRK-ORDEM-PECA         PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-PECAS-REJEITADAS PIC 9(05) VALUE ZEROS.
       77  WRK-OPC-ATUAL          PIC 9(03) VALUE ZEROS.
       77  WRK-OPC-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-OPC-DESPERDICIO    PIC 9(07)V9999 VALUE ZEROS.
       77  WRK-OPC-CUSTO-REAL     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-RENDCORT-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RTL-PRIMEIRO-NOVO  PIC 9(03) VALUE 1.
       01  WRK-LINHA-ESTOQUE.
           05  WRK-LES-MATERIAL   PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LRP-COMPRAR    PIC ZZZZ9.
       77  WRK-TAB-NST-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-NEST.
           05  TAB-NST OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-NST-QTD
                   INDEXED BY NST-IDX.
               10  TAB-NST-MATERIAL   PIC X(10).
               10  TAB-NST-ORDEM      PIC 9(08).
               10  TAB-NST-OPC        PIC 9(03).
               10  TAB-NST-PRECO      PIC 9(05)V99.
               10  TAB-NST-QTD-CHAPAS PIC 9(05).
               10  TAB-NST-CHP        PIC 9(03).
               10  TAB-NST-CURSOR-X   PIC 9(03)V99.
               10  TAB-CHP-RETALHO-SW PIC X(01).
               10  TAB-CHP-CHAPA-ALT  PIC 9(03)V99.
               10  TAB-CHP-CHAPA-LRG  PIC 9(03)V99.
               10  TAB-CHP-ORDEM      PIC 9(08).
       77  WRK-TAB-PLC-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PLANO.
           05  TAB-PLC OCCURS 1 TO 1000 TIMES
               10  TAB-RTL-ALTURA     PIC 9(03)V99.
               10  TAB-RTL-COMPRIMENTO PIC 9(03)V99.
               10  TAB-RTL-SITUACAO   PIC X(01).
       77  WRK-TAB-RND-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-RENDIMENTO.
           05  TAB-RND OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-RND-QTD
                   INDEXED BY RND-IDX.
               10  TAB-RND-MATERIAL   PIC X(10).
               10  TAB-RND-AREA-PECAS PIC 9(07)V9999.
               10  TAB-RND-AREA-CHAPAS PIC 9(07)V9999.
               10  TAB-RND-AREA-GERADA PIC 9(07)V9999.
       77  WRK-TAB-OPC-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ORDENS.
           05  TAB-OPC OCCURS 1 TO 100 TIMES
                   DEPENDING ON WRK-TAB-OPC-QTD
                   INDEXED BY OPC-IDX.
               10  TAB-OPC-ORDEM          PIC 9(08).
               10  TAB-OPC-CHAPAS         PIC 9(05).
               10  TAB-OPC-RET-USADOS     PIC 9(05).
               10  TAB-OPC-RET-GERADOS    PIC 9(05).
               10  TAB-OPC-AREA-CONSUMIDA PIC 9(07)V9999.
               10  TAB-OPC-AREA-PECAS     PIC 9(07)V9999.
               10  TAB-OPC-AREA-RETALHOS  PIC 9(07)V9999.
               10  TAB-OPC-CUSTO-MATERIAL PIC 9(07)V99.
               10  TAB-OPC-CREDITO        PIC 9(07)V99.
       01  WRK-LINHA-ORDEM.
           05  WRK-LOP-ORDEM      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LOP-CHAPAS     PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LOP-RET-USO    PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LOP-RET-GER    PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LOP-CONSUMIDA  PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LOP-DESPERD    PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LOP-CUSTO      PIC ZZZ.ZZ9,99.
       01  WRK-LINHA-CHAPA.
           05  FILLER             PIC X(06) VALUE 'CHAPA '.
           05  WRK-LCH-NUMERO     PIC 9(05).

           PERFORM 7100-CARREGAR-TABELA-MATERIAL.
           PERFORM 7300-CARREGAR-RETALHOS.
           COMPUTE WRK-RTL-PRIMEIRO-NOVO = WRK-TAB-RTL-QTD + 1.
           PERFORM 7050-LER-CABECALHO-LOTE.
           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.

               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN I-O ORDPROD-FILE.
           IF WRK-ORDPROD-STATUS = '00'
               SET WRK-ORDPROD-ABERTO TO TRUE
           END-IF.

           OPEN INPUT  PECAS-FILE.
           IF WRK-PECAS-STATUS = '35'
               SET WRK-FIM TO TRUE
               PERFORM 0210-IMPRIMIR-CABECALHO
           END-IF.

           PERFORM 0205-CONFERIR-ORDEM.
           IF WRK-PECA-VALIDA
               PERFORM 0215-PROCESSAR-PECA
           END-IF.

           READ PECAS-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** PECA DE ORDEM DE PRODUCAO: A ORDEM TEM DE EXISTIR E ESTAR
      ** ABERTA OU CORTADA (RECORTE); NA PRIMEIRA PECA DA ORDEM NA
      ** RODADA ELA ENTRA NA TABELA DE CONSUMO POR ORDEM. PECA SEM
      ** ORDEM (ZERO OU EM BRANCO) SEGUE COMO SEMPRE.
      **************************************************************
       0205-CONFERIR-ORDEM.

           SET WRK-PECA-VALIDA TO TRUE.
           MOVE ZEROS TO WRK-OPC-ATUAL.
           IF PEC-ORDEM IS NUMERIC
               MOVE PEC-ORDEM TO WRK-ORDEM-PECA
           ELSE
               MOVE ZEROS     TO WRK-ORDEM-PECA
           END-IF.

           IF WRK-ORDEM-PECA > ZEROS
               SET OPC-IDX TO 1
               SEARCH TAB-OPC
                   AT END
                       PERFORM 0206-INCLUIR-ORDEM
                   WHEN TAB-OPC-ORDEM(OPC-IDX) = WRK-ORDEM-PECA
                       SET WRK-OPC-ATUAL TO OPC-IDX
               END-SEARCH
           END-IF.

       0206-INCLUIR-ORDEM.

           MOVE 'N'    TO WRK-PECA-VALIDA-SW.
           MOVE SPACES TO EXC-MOTIVO.
           IF NOT WRK-ORDPROD-ABERTO
               MOVE 'CADASTRO DE ORDENS DE PRODUCAO AUSENTE'
                   TO EXC-MOTIVO
           ELSE
               MOVE WRK-ORDEM-PECA TO OPR-NUMERO
               READ ORDPROD-FILE
                   INVALID KEY
                       MOVE 'ORDEM DE PRODUCAO NAO CADASTRADA'
                           TO EXC-MOTIVO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT OPR-ABERTA AND NOT OPR-CORTADA
                               MOVE 'ORDEM CONCLUIDA OU CANCELADA'
                                   TO EXC-MOTIVO
                           WHEN WRK-TAB-OPC-QTD >= 100
                               MOVE 'ORDENS DEMAIS NA RODADA - ADIADA'
                                   TO EXC-MOTIVO
                           WHEN OTHER
                               SET WRK-PECA-VALIDA TO TRUE
                               ADD 1 TO WRK-TAB-OPC-QTD
                               MOVE WRK-TAB-OPC-QTD TO WRK-OPC-ATUAL
                               MOVE ZEROS TO TAB-OPC(WRK-OPC-ATUAL)
                               MOVE WRK-ORDEM-PECA
                                   TO TAB-OPC-ORDEM(WRK-OPC-ATUAL)
                       END-EVALUATE
               END-READ
           END-IF.

           IF NOT WRK-PECA-VALIDA
               ADD 1 TO WRK-QTD-PECAS-REJEITADAS
               MOVE 'PROGORB'      TO EXC-PROGRAMA
               MOVE WRK-ORDEM-PECA TO EXC-CHAVE
               MOVE 'PEC-ORDEM'    TO EXC-CAMPO
               MOVE WRK-ORDEM-PECA TO EXC-VALOR
               MOVE PECA-REG       TO WRK-EXC-IMAGEM
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

       0215-PROCESSAR-PECA.

           MOVE PEC-FORMA       TO WRK-FORMA.
           MOVE PEC-LARGURA     TO WRK-LARGURA.
           MOVE PEC-COMPRIMENTO TO WRK-COMPRIMENTO.

           PERFORM 0230-POSICIONAR-PECA.

      **************************************************************
      ** POSICIONAMENTO DA PECA NA CHAPA (CORTE GUILHOTINADO POR
      ** FAIXAS). A PECA ENTRA PELO SEU RETANGULO ENVOLVENTE
      ** LOCALIZA (OU CRIA, ABRINDO A PRIMEIRA CHAPA) O ESTADO DE
      ** POSICIONAMENTO DO MATERIAL DA PECA CORRENTE. CADA MATERIAL
      ** TEM SUAS PROPRIAS CHAPAS: A SERRA NAO MISTURA MATERIAIS NA
      ** MESMA CHAPA. DA MESMA FORMA, CADA ORDEM DE PRODUCAO TEM
      ** SUAS PROPRIAS CHAPAS, PARA O CONSUMO SER APURADO POR ORDEM.
      **************************************************************
       0231-LOCALIZAR-NEST.

               AT END
                   PERFORM 0232-INCLUIR-NEST
               WHEN TAB-NST-MATERIAL(NST-IDX) = WRK-MATERIAL
                   AND TAB-NST-ORDEM(NST-IDX) = WRK-ORDEM-PECA
                   SET WRK-NST-ACHOU TO TRUE
           END-SEARCH.

      **************************************************************
       0232-INCLUIR-NEST.

           IF WRK-TAB-NST-QTD >= 50 OR WRK-TAB-CHP-QTD >= 200
               SET WRK-PLANO-CHEIO TO TRUE
           ELSE
               ADD 1 TO WRK-TAB-NST-QTD
               SET NST-IDX TO WRK-TAB-NST-QTD
               MOVE WRK-MATERIAL   TO TAB-NST-MATERIAL(NST-IDX)
               MOVE WRK-ORDEM-PECA TO TAB-NST-ORDEM(NST-IDX)
               MOVE WRK-OPC-ATUAL  TO TAB-NST-OPC(NST-IDX)
               MOVE WRK-PRECO-M2   TO TAB-NST-PRECO(NST-IDX)
               MOVE ZEROS TO TAB-NST-QTD-CHAPAS(NST-IDX)
               MOVE ZEROS TO TAB-NST-SEQ-ABERTA(NST-IDX)
               PERFORM 0239-TENTAR-RETALHO
               MOVE ZEROS TO TAB-NST-CURSOR-Y(NST-IDX)
               MOVE 1     TO TAB-NST-FAIXA(NST-IDX)
               MOVE WRK-PEC-BB-ALT TO TAB-NST-FAIXA-ALT(NST-IDX)
               MOVE TAB-NST-ORDEM(NST-IDX)
                   TO TAB-CHP-ORDEM(WRK-TAB-CHP-QTD)
               PERFORM 0251-SOMAR-CHAPA-ORDEM
           END-IF.

      **************************************************************
           ADD 1        TO TAB-CHP-QTD-PECAS(WRK-CHP-SUB).
           ADD WRK-AREA TO TAB-CHP-AREA-PECAS(WRK-CHP-SUB).
           ADD WRK-AREA TO WRK-AREA-COLOCADA.
           IF TAB-NST-OPC(NST-IDX) > ZEROS
               MOVE TAB-NST-OPC(NST-IDX) TO WRK-OPC-SUB
               ADD WRK-AREA TO TAB-OPC-AREA-PECAS(WRK-OPC-SUB)
           END-IF.

      **************************************************************
      ** FECHAMENTO DA CHAPA CORRENTE DO MATERIAL: A TIRA ALEM DA
                       WRK-RETALHO-ALT-REST
                       * TAB-NST-CHAPA-LRG(NST-IDX)
                   ADD WRK-RETALHO-AREA TO WRK-AREA-RETALHOS-GER
                   PERFORM 0253-SOMAR-RETALHO-GERADO
               END-IF
           END-IF.

           MOVE ZEROS TO TAB-NST-CURSOR-Y(NST-IDX).
           MOVE 1     TO TAB-NST-FAIXA(NST-IDX).
           MOVE WRK-PEC-BB-ALT TO TAB-NST-FAIXA-ALT(NST-IDX).
           MOVE TAB-NST-ORDEM(NST-IDX)
               TO TAB-CHP-ORDEM(WRK-TAB-CHP-QTD).
           PERFORM 0252-SOMAR-RETALHO-USADO.

      **************************************************************
      ** CONSUMO DA ORDEM DE PRODUCAO DONA DA CHAPA CORRENTE DO
      ** MATERIAL: CHAPA INTEIRA OU RETALHO APROVEITADO ENTRAM NO
      ** MATERIAL CONSUMIDO PELA AREA TODA, AO PRECO POR M2 DO
      ** MATERIAL; RETALHO GERADO NA CHAPA DA ORDEM VOLTA PARA O
      ** ESTOQUE E E CREDITADO A ELA PELO MESMO PRECO.
      **************************************************************
       0251-SOMAR-CHAPA-ORDEM.

           IF TAB-NST-OPC(NST-IDX) > ZEROS
               MOVE TAB-NST-OPC(NST-IDX) TO WRK-OPC-SUB
               ADD 1 TO TAB-OPC-CHAPAS(WRK-OPC-SUB)
               ADD WRK-TAMANHO-CHAPA
                   TO TAB-OPC-AREA-CONSUMIDA(WRK-OPC-SUB)
               COMPUTE TAB-OPC-CUSTO-MATERIAL(WRK-OPC-SUB) ROUNDED =
                   TAB-OPC-CUSTO-MATERIAL(WRK-OPC-SUB)
                   + WRK-TAMANHO-CHAPA * TAB-NST-PRECO(NST-IDX)
           END-IF.

       0252-SOMAR-RETALHO-USADO.

           IF TAB-NST-OPC(NST-IDX) > ZEROS
               MOVE TAB-NST-OPC(NST-IDX) TO WRK-OPC-SUB
               ADD 1 TO TAB-OPC-RET-USADOS(WRK-OPC-SUB)
               ADD WRK-RETALHO-AREA
                   TO TAB-OPC-AREA-CONSUMIDA(WRK-OPC-SUB)
               COMPUTE TAB-OPC-CUSTO-MATERIAL(WRK-OPC-SUB) ROUNDED =
                   TAB-OPC-CUSTO-MATERIAL(WRK-OPC-SUB)
                   + WRK-RETALHO-AREA * TAB-NST-PRECO(NST-IDX)
           END-IF.

       0253-SOMAR-RETALHO-GERADO.

           IF TAB-NST-OPC(NST-IDX) > ZEROS
               MOVE TAB-NST-OPC(NST-IDX) TO WRK-OPC-SUB
               ADD 1 TO TAB-OPC-RET-GERADOS(WRK-OPC-SUB)
               ADD WRK-RETALHO-AREA
                   TO TAB-OPC-AREA-RETALHOS(WRK-OPC-SUB)
               COMPUTE TAB-OPC-CREDITO(WRK-OPC-SUB) ROUNDED =
                   TAB-OPC-CREDITO(WRK-OPC-SUB)
                   + WRK-RETALHO-AREA * TAB-NST-PRECO(NST-IDX)
           END-IF.

       0210-IMPRIMIR-CABECALHO.

                       INTO CORTE-REL-LINHA
                   WRITE CORTE-REL-LINHA
               END-IF
               IF WRK-QTD-PECAS-REJEITADAS > ZEROS
                   MOVE SPACES TO CORTE-REL-LINHA
                   STRING 'PECAS REJEITADAS (ORDEM DE PRODUCAO): '
                       DELIMITED BY SIZE
                       WRK-QTD-PECAS-REJEITADAS DELIMITED BY SIZE
                       INTO CORTE-REL-LINHA
                   WRITE CORTE-REL-LINHA
               END-IF

               PERFORM 0340-IMPRIMIR-PLANO-CORTE
               PERFORM 0370-GRAVAR-CONSUMO-ORDENS
               PERFORM 0350-PROCESSAR-ESTOQUE
               PERFORM 0380-GRAVAR-REPOSICAO
               PERFORM 0390-REGRAVAR-RETALHOS
               PERFORM 0395-GRAVAR-RENDIMENTO

               CLOSE PECAS-FILE
               CLOSE CORTE-REL-FILE
           END-IF.

           IF WRK-ORDPROD-ABERTO
               CLOSE ORDPROD-FILE
           END-IF.
           CLOSE EXCECOES-FILE.

      **************************************************************
           END-IF.
           WRITE CORTE-REL-LINHA FROM WRK-LINHA-CHAPA.

           IF TAB-CHP-ORDEM(WRK-CHP-SUB) > ZEROS
               MOVE SPACES TO CORTE-REL-LINHA
               STRING '  ORDEM DE PRODUCAO: ' DELIMITED BY SIZE
                   TAB-CHP-ORDEM(WRK-CHP-SUB) DELIMITED BY SIZE
                   INTO CORTE-REL-LINHA
               WRITE CORTE-REL-LINHA
           END-IF.

           IF TAB-CHP-RETALHO-SW(WRK-CHP-SUB) = 'S'
               MOVE TAB-CHP-CHAPA-ALT(WRK-CHP-SUB) TO WRK-LRT-ALTURA
               MOVE TAB-CHP-CHAPA-LRG(WRK-CHP-SUB)
               TO MAT-ESTOQUE-MINIMO.
           WRITE MATERIAL-REG.

      **************************************************************
      ** CONSUMO POR ORDEM DE PRODUCAO: UMA LINHA POR ORDEM CORTADA
      ** NA RODADA (CHAPAS, RETALHOS APROVEITADOS E GERADOS, AREA
      ** CONSUMIDA, DESPERDICIO E CUSTO REAL) E O REALIZADO SOMADO
      ** NO CADASTRO DE ORDENS, QUE PASSA A CORTADA. O DESPERDICIO
      ** E O CONSUMIDO MENOS AS PECAS E OS RETALHOS GERADOS; O
      ** CUSTO REAL E O MATERIAL MENOS O CREDITO DOS RETALHOS.
      **************************************************************
       0370-GRAVAR-CONSUMO-ORDENS.

           IF WRK-TAB-OPC-QTD > ZEROS
               MOVE SPACES TO CORTE-REL-LINHA
               WRITE CORTE-REL-LINHA
               MOVE '=== CONSUMO POR ORDEM DE PRODUCAO ==='
                   TO CORTE-REL-LINHA
               WRITE CORTE-REL-LINHA
               MOVE SPACES TO CORTE-REL-LINHA
               STRING 'ORDEM    CHAPAS  RET.U  RET.G    CONSUMIDO'
                   DELIMITED BY SIZE
                   '  DESPERDICIO  CUSTO REAL' DELIMITED BY SIZE
                   INTO CORTE-REL-LINHA
               WRITE CORTE-REL-LINHA
               PERFORM 0371-GRAVAR-ORDEM
                   VARYING WRK-OPC-SUB FROM 1 BY 1
                   UNTIL WRK-OPC-SUB > WRK-TAB-OPC-QTD
           END-IF.

       0371-GRAVAR-ORDEM.

           IF TAB-OPC-AREA-CONSUMIDA(WRK-OPC-SUB) <
               TAB-OPC-AREA-PECAS(WRK-OPC-SUB)
               + TAB-OPC-AREA-RETALHOS(WRK-OPC-SUB)
               MOVE ZEROS TO WRK-OPC-DESPERDICIO
           ELSE
               COMPUTE WRK-OPC-DESPERDICIO =
                   TAB-OPC-AREA-CONSUMIDA(WRK-OPC-SUB)
                   - TAB-OPC-AREA-PECAS(WRK-OPC-SUB)
                   - TAB-OPC-AREA-RETALHOS(WRK-OPC-SUB)
           END-IF.
           IF TAB-OPC-CREDITO(WRK-OPC-SUB) >
               TAB-OPC-CUSTO-MATERIAL(WRK-OPC-SUB)
               MOVE ZEROS TO WRK-OPC-CUSTO-REAL
           ELSE
               COMPUTE WRK-OPC-CUSTO-REAL =
                   TAB-OPC-CUSTO-MATERIAL(WRK-OPC-SUB)
                   - TAB-OPC-CREDITO(WRK-OPC-SUB)
           END-IF.

           MOVE TAB-OPC-ORDEM(WRK-OPC-SUB)       TO WRK-LOP-ORDEM.
           MOVE TAB-OPC-CHAPAS(WRK-OPC-SUB)      TO WRK-LOP-CHAPAS.
           MOVE TAB-OPC-RET-USADOS(WRK-OPC-SUB)  TO WRK-LOP-RET-USO.
           MOVE TAB-OPC-RET-GERADOS(WRK-OPC-SUB) TO WRK-LOP-RET-GER.
           MOVE TAB-OPC-AREA-CONSUMIDA(WRK-OPC-SUB)
               TO WRK-LOP-CONSUMIDA.
           MOVE WRK-OPC-DESPERDICIO TO WRK-LOP-DESPERD.
           MOVE WRK-OPC-CUSTO-REAL  TO WRK-LOP-CUSTO.
           WRITE CORTE-REL-LINHA FROM WRK-LINHA-ORDEM.

           MOVE TAB-OPC-ORDEM(WRK-OPC-SUB) TO OPR-NUMERO.
           READ ORDPROD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD TAB-OPC-CHAPAS(WRK-OPC-SUB)
                       TO OPR-CHAPAS-USADAS
                   ADD TAB-OPC-RET-USADOS(WRK-OPC-SUB)
                       TO OPR-RETALHOS-USADOS
                   ADD TAB-OPC-RET-GERADOS(WRK-OPC-SUB)
                       TO OPR-RETALHOS-GERADOS
                   ADD TAB-OPC-AREA-CONSUMIDA(WRK-OPC-SUB)
                       TO OPR-AREA-CONSUMIDA
                   ADD TAB-OPC-AREA-PECAS(WRK-OPC-SUB)
                       TO OPR-AREA-PECAS
                   ADD TAB-OPC-AREA-RETALHOS(WRK-OPC-SUB)
                       TO OPR-AREA-RETALHOS
                   ADD WRK-OPC-DESPERDICIO TO OPR-AREA-DESPERDICIO
                   ADD TAB-OPC-CUSTO-MATERIAL(WRK-OPC-SUB)
                       TO OPR-CUSTO-MATERIAL
                   ADD TAB-OPC-CREDITO(WRK-OPC-SUB)
                       TO OPR-CREDITO-RETALHO
                   IF OPR-CREDITO-RETALHO > OPR-CUSTO-MATERIAL
                       MOVE ZEROS TO OPR-CUSTO-REAL
                   ELSE
                       COMPUTE OPR-CUSTO-REAL = OPR-CUSTO-MATERIAL
                           - OPR-CREDITO-RETALHO
                   END-IF
                   IF OPR-ABERTA
                       SET OPR-CORTADA TO TRUE
                   END-IF
                   MOVE WRK-DATAHOJE TO OPR-DATA-CORTE
                   REWRITE ORDPROD-REG
           END-READ.

      **************************************************************
      ** RELATORIO DE RESSUPRIMENTO (REPOSREL): MATERIAIS COM O
      ** ESTOQUE ABAIXO DO NIVEL MINIMO DEPOIS DA BAIXA DO DIA, COM
               WRITE RETALHOS-REG
           END-IF.

      **************************************************************
      ** HISTORICO DE RENDIMENTO (RENDCORT): UM REGISTRO POR
      ** MATERIAL CORTADO NA RODADA, COM A AREA DAS PECAS COLOCADAS
      ** E A AREA CONSUMIDA (CHAPAS INTEIRAS E RETALHOS USADOS,
      ** MENOS OS RETALHOS GERADOS NA RODADA, QUE SAO OS
      ** ACRESCENTADOS A TABELA DEPOIS DA CARGA INICIAL).
      **************************************************************
       0395-GRAVAR-RENDIMENTO.

           IF WRK-TAB-CHP-QTD > ZEROS
               MOVE ZEROS TO WRK-TAB-RND-QTD
               PERFORM 0396-SOMAR-RENDIMENTO-CHAPA
                   VARYING WRK-CHP-SUB FROM 1 BY 1
                   UNTIL WRK-CHP-SUB > WRK-TAB-CHP-QTD
               PERFORM 0397-SOMAR-RENDIMENTO-RETALHO
                   VARYING WRK-RTL-SUB FROM WRK-RTL-PRIMEIRO-NOVO BY 1
                   UNTIL WRK-RTL-SUB > WRK-TAB-RTL-QTD
               OPEN EXTEND RENDCORT-FILE
               IF WRK-RENDCORT-STATUS = '05' OR '35'
                   CLOSE RENDCORT-FILE
                   OPEN OUTPUT RENDCORT-FILE
               END-IF
               PERFORM 0398-GRAVAR-RENDIMENTO-MATERIAL
                   VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > WRK-TAB-RND-QTD
               CLOSE RENDCORT-FILE
           END-IF.

       0396-SOMAR-RENDIMENTO-CHAPA.

           MOVE TAB-CHP-MATERIAL(WRK-CHP-SUB) TO WRK-MATERIAL.
           PERFORM 0399-LOCALIZAR-RENDIMENTO.
           IF WRK-NST-ACHOU
               ADD TAB-CHP-AREA-PECAS(WRK-CHP-SUB)
                   TO TAB-RND-AREA-PECAS(RND-IDX)
               ADD TAB-CHP-AREA-CHAPA(WRK-CHP-SUB)
                   TO TAB-RND-AREA-CHAPAS(RND-IDX)
           END-IF.

       0397-SOMAR-RENDIMENTO-RETALHO.

           MOVE TAB-RTL-MATERIAL(WRK-RTL-SUB) TO WRK-MATERIAL.
           PERFORM 0399-LOCALIZAR-RENDIMENTO.
           IF WRK-NST-ACHOU
               COMPUTE TAB-RND-AREA-GERADA(RND-IDX) =
                   TAB-RND-AREA-GERADA(RND-IDX)
                   + TAB-RTL-ALTURA(WRK-RTL-SUB)
                   * TAB-RTL-COMPRIMENTO(WRK-RTL-SUB)
           END-IF.

       0398-GRAVAR-RENDIMENTO-MATERIAL.

           MOVE WRK-DATAHOJE              TO RND-DATA.
           MOVE TAB-RND-MATERIAL(RND-IDX) TO RND-MATERIAL.
           MOVE TAB-RND-AREA-PECAS(RND-IDX) TO RND-AREA-PECAS.
           IF TAB-RND-AREA-CHAPAS(RND-IDX) >
               TAB-RND-AREA-GERADA(RND-IDX)
               COMPUTE RND-AREA-CONSUMIDA =
                   TAB-RND-AREA-CHAPAS(RND-IDX)
                   - TAB-RND-AREA-GERADA(RND-IDX)
           ELSE
               MOVE TAB-RND-AREA-CHAPAS(RND-IDX)
                   TO RND-AREA-CONSUMIDA
           END-IF.
           IF RND-AREA-CONSUMIDA > ZEROS
               WRITE RENDCORT-REG
           END-IF.

       0399-LOCALIZAR-RENDIMENTO.

           MOVE 'N' TO WRK-NST-ACHOU-SW.
           IF WRK-TAB-RND-QTD > ZEROS
               SET RND-IDX TO 1
               SEARCH TAB-RND
                   AT END
                       CONTINUE
                   WHEN TAB-RND-MATERIAL(RND-IDX) = WRK-MATERIAL
                       SET WRK-NST-ACHOU TO TRUE
               END-SEARCH
           END-IF.
           IF NOT WRK-NST-ACHOU AND WRK-TAB-RND-QTD < 50
               ADD 1 TO WRK-TAB-RND-QTD
               SET RND-IDX TO WRK-TAB-RND-QTD
               MOVE WRK-MATERIAL TO TAB-RND-MATERIAL(RND-IDX)
               MOVE ZEROS TO TAB-RND-AREA-PECAS(RND-IDX)
               MOVE ZEROS TO TAB-RND-AREA-CHAPAS(RND-IDX)
               MOVE ZEROS TO TAB-RND-AREA-GERADA(RND-IDX)
               SET WRK-NST-ACHOU TO TRUE
           END-IF.

       7300-CARREGAR-RETALHOS.

           OPEN INPUT RETCFG-FILE.
