       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMRPB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: PLANEJAMENTO DE CHAPAS PELA DEMANDA. EM VEZ DE
      **    ESPERAR O ESTOQUE CAIR ABAIXO DO MINIMO (REPOSDAT DO
      **    PROGORB), EXPLODE EM AREA DE PECAS POR MATERIAL:
      **    - AS ORDENS DE PRODUCAO ABERTAS (ORDPROD), PELA LISTA
      **      DE PECAS DE CADA UMA (PECAS);
      **    - O SALDO DOS PEDIDOS DE VENDA ABERTOS DE PRODUTO SOB
      **      MEDIDA AINDA SEM ORDEM (PEDIDA - FATURADA - RESERVADA
      **      - JA EM ORDEM ABERTA OU CORTADA), PELO MATERIAL E PELA
      **      AREA PADRAO POR UNIDADE DO PRODUTO (PRODUTO).
      **    A AREA DE CADA NECESSIDADE E CONVERTIDA EM AREA DE
      **    CHAPA PELO RENDIMENTO DO MATERIAL NAS ULTIMAS RODADAS DO
      **    PLANO DE CORTE (RENDCORT) E ABATIDA, NA ORDEM DA DATA DE
      **    ENTREGA DO PEDIDO, DO ESTOQUE DE CHAPAS, DOS RETALHOS
      **    (RETALHOS) E DO SALDO DOS PEDIDOS DE COMPRA EM ABERTO
      **    (OCOMPRA) QUE CHEGAM ATE A DATA. CADA FALTA VIRA UMA
      **    SUGESTAO DE COMPRA (MRPDAT, CONVERTIDA EM PEDIDO PELO
      **    PROGOCPM) COM A DATA DE LIBERACAO PELO PRAZO DE ENTREGA
      **    DO FORNECEDOR; A FALTA QUE NAO CHEGA A TEMPO SAI NA
      **    LISTA DE PEDIDOS SEM ATENDIMENTO NO PRAZO E NO RELATORIO
      **    DE EXCECOES. RELATORIO EM MRPREL.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYORMSL.
           COPY CPYPRDSL.
           COPY CPYPDVSL.
           COPY CPYOPRSL.
           SELECT PECAS-FILE ASSIGN TO "PECAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PECAS-STATUS.
           SELECT RETALHOS-FILE ASSIGN TO "RETALHOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETALHOS-STATUS.
           COPY CPYRNDSL.
           COPY CPYOCPSL.
           SELECT OCPHIST-FILE ASSIGN TO "OCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCPHIST-STATUS.
           COPY CPYFORSL.
           COPY CPYMRPSL.
           SELECT MRPREL-FILE ASSIGN TO "MRPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MRPREL-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYORMFD.
       COPY CPYPRDFD.
       COPY CPYPDVFD.
       COPY CPYOPRFD.
       FD  PECAS-FILE.
       01  PECA-REG.
           05  PEC-FORMA          PIC X(01).
           05  PEC-LARGURA        PIC 9(03)V99.
           05  PEC-COMPRIMENTO    PIC 9(03)V99.
           05  PEC-MATERIAL       PIC X(10).
           05  PEC-ORDEM          PIC 9(08).
       FD  RETALHOS-FILE.
       01  RETALHOS-REG.
           05  RTL-MATERIAL       PIC X(10).
           05  RTL-ALTURA         PIC 9(03)V99.
           05  RTL-COMPRIMENTO    PIC 9(03)V99.
       COPY CPYRNDFD.
       COPY CPYOCPFD.
       FD  OCPHIST-FILE.
       01  OCPHIST-REG.
           05  OHS-NUMERO         PIC 9(06).
           05  OHS-DATA           PIC 9(08).
           05  OHS-FORNECEDOR     PIC 9(04).
           05  OHS-MATERIAL       PIC X(10).
           05  FILLER             PIC X(31).
       COPY CPYFORFD.
       COPY CPYMRPFD.
       FD  MRPREL-FILE.
       01  MRPREL-LINHA           PIC X(100).
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ORDPROD-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PECAS-STATUS       PIC X(02) VALUE SPACES.
       77  WRK-RETALHOS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RENDCORT-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OCOMPRA-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-OCPHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FORNECED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MRPDAT-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-MRPREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-ABORTADO-SW        PIC X(01) VALUE 'N'.
           88  WRK-ABORTADO                   VALUE 'S'.
       77  WRK-FIM-ARQUIVO-SW     PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO                VALUE 'S'.
       77  WRK-FORNECED-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-FORNECED-ABERTO            VALUE 'S'.
       77  WRK-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                      VALUE 'S'.
      **************************************************************
      ** PARAMETROS DO PLANEJAMENTO: AREA DA CHAPA INTEIRA (1,83 X
      ** 2,75, A MESMA DO PROGORB); RENDIMENTO ASSUMIDO PARA
      ** MATERIAL SEM HISTORICO DE CORTE; PRAZO DE ENTREGA DO
      ** PEDIDO DE VENDA SEM DATA COMBINADA (DIAS CORRIDOS DA DATA
      ** DO PEDIDO); PRAZO DE COMPRA DO MATERIAL SEM FORNECEDOR
      ** CONHECIDO OU DE FORNECEDOR SEM PRAZO CADASTRADO.
      **************************************************************
       77  WRK-TAMANHO-CHAPA      PIC 9(05)V9999 VALUE 5,0325.
       77  WRK-RENDIMENTO-PADRAO  PIC 9(01)V9999 VALUE 0,7500.
       77  WRK-PRAZO-ENTREGA-PADRAO PIC 9(03) VALUE 15.
       77  WRK-PRAZO-COMPRA-PADRAO  PIC 9(03) VALUE 15.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-MAT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-ANEL-SUB           PIC 9(01) VALUE ZEROS.
       77  WRK-DEM-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-DEM-ESCOLHIDA      PIC 9(03) VALUE ZEROS.
       77  WRK-REC-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-ATR-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-PEDIDO-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-DEM-ORIGEM         PIC X(01) VALUE SPACES.
       77  WRK-DEM-ORDEM          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ENTREGA       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-COMPRA        PIC 9(08) VALUE ZEROS.
       77  WRK-FORNECEDOR-COMPRA  PIC 9(04) VALUE ZEROS.
       77  WRK-SALDO-PEDIDO       PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-EM-ORDEM       PIC 9(05) VALUE ZEROS.
       77  WRK-SOMA-PECAS         PIC 9(09)V9999 VALUE ZEROS.
       77  WRK-SOMA-CONSUMIDA     PIC 9(09)V9999 VALUE ZEROS.
       77  WRK-RENDIMENTO         PIC 9(05)V9999 VALUE ZEROS.
       77  WRK-DISPONIVEL         PIC S9(09)V9999 VALUE ZEROS.
       77  WRK-AREA-BRUTA         PIC 9(09)V9999 VALUE ZEROS.
       77  WRK-FALTA              PIC 9(09)V9999 VALUE ZEROS.
       77  WRK-CHAPAS             PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-ATE-ENTREGA   PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-DEMANDAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEM-DESPREZADAS PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-BASE       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-MATERIAL   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SUGESTOES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ATRASADAS      PIC 9(05) VALUE ZEROS.
      **************************************************************
      ** PLANO POR MATERIAL, PARALELO A TABELA DE MATERIAIS
      ** (CPYORMTB, MESMA POSICAO): AREA DOS RETALHOS EM ESTOQUE,
      ** AS ULTIMAS 5 RODADAS DO PLANO DE CORTE (ANEL CIRCULAR) E O
      ** RENDIMENTO APURADO DELAS, O FORNECEDOR E A DATA DO ULTIMO
      ** PEDIDO DE COMPRA DO MATERIAL E O PRAZO DE ENTREGA DELE,
      ** AS CHAPAS JA PEDIDAS E NAO RECEBIDAS E O RESULTADO DO
      ** PLANEJAMENTO.
      **************************************************************
       01  WRK-TAB-PLANO.
           05  TAB-PLN OCCURS 100 TIMES.
               10  TAB-PLN-AREA-RETALHOS  PIC 9(07)V9999.
               10  TAB-PLN-RND-QTD        PIC 9(01).
               10  TAB-PLN-RND-POS        PIC 9(01).
               10  TAB-PLN-RND OCCURS 5 TIMES.
                   15  TAB-PLN-RND-PECAS     PIC 9(07)V9999.
                   15  TAB-PLN-RND-CONSUMIDA PIC 9(07)V9999.
               10  TAB-PLN-RENDIMENTO     PIC 9(01)V9999.
               10  TAB-PLN-FORNECEDOR     PIC 9(04).
               10  TAB-PLN-DATA-COMPRA    PIC 9(08).
               10  TAB-PLN-PRAZO          PIC 9(03).
               10  TAB-PLN-CHAPAS-PEDIDAS PIC 9(05).
               10  TAB-PLN-QTD-DEMANDAS   PIC 9(03).
               10  TAB-PLN-AREA-BRUTA     PIC 9(07)V9999.
               10  TAB-PLN-CHAPAS-SUGERIDAS PIC 9(05).
               10  TAB-PLN-QTD-ATRASADAS  PIC 9(03).
      **************************************************************
      ** QUANTIDADE JA EM ORDEM DE PRODUCAO ABERTA OU CORTADA, POR
      ** PEDIDO DE VENDA (NAO ENTRA DE NOVO PELO SALDO DO PEDIDO),
      ** E AS ORDENS ABERTAS, CUJAS PECAS AINDA VAO SER CORTADAS.
      **************************************************************
       77  WRK-TAB-PCO-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PCO.
           05  TAB-PCO OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-PCO-QTD
                   INDEXED BY PCO-IDX.
               10  TAB-PCO-PEDIDO     PIC 9(08).
               10  TAB-PCO-QTD        PIC 9(05).
       77  WRK-TAB-OPA-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-OPA.
           05  TAB-OPA OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-OPA-QTD
                   INDEXED BY OPA-IDX.
               10  TAB-OPA-ORDEM      PIC 9(08).
               10  TAB-OPA-PEDIDO     PIC 9(08).
      **************************************************************
      ** NECESSIDADES (AREA DE PECAS POR MATERIAL E DATA DE
      ** ENTREGA): 'O' DA LISTA DE PECAS DE UMA ORDEM ABERTA, 'P'
      ** DO SALDO DE UM PEDIDO AINDA SEM ORDEM.
      **************************************************************
       77  WRK-TAB-DEM-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-DEMANDA.
           05  TAB-DEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-DEM-QTD
                   INDEXED BY DEM-IDX.
               10  TAB-DEM-MATERIAL   PIC X(10).
               10  TAB-DEM-DATA       PIC 9(08).
               10  TAB-DEM-AREA       PIC 9(07)V9999.
               10  TAB-DEM-ORIGEM     PIC X(01).
               10  TAB-DEM-PEDIDO     PIC 9(08).
               10  TAB-DEM-ORDEM      PIC 9(08).
               10  TAB-DEM-FEITA-SW   PIC X(01).
      **************************************************************
      ** RECEBIMENTOS PREVISTOS: SALDO DE CADA PEDIDO DE COMPRA EM
      ** ABERTO, NA DATA DO PEDIDO MAIS O PRAZO DO FORNECEDOR DO
      ** MATERIAL (PEDIDO JA VENCIDO CONTA COMO CHEGANDO HOJE).
      **************************************************************
       77  WRK-TAB-REC-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RECEBIMENTO.
           05  TAB-REC OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-REC-QTD.
               10  TAB-REC-MATERIAL   PIC X(10).
               10  TAB-REC-DATA       PIC 9(08).
               10  TAB-REC-QTD        PIC 9(05).
               10  TAB-REC-USADO-SW   PIC X(01).
       77  WRK-TAB-ATR-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ATRASO.
           05  TAB-ATR OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TAB-ATR-QTD.
               10  TAB-ATR-PEDIDO     PIC 9(08).
               10  TAB-ATR-ORDEM      PIC 9(08).
               10  TAB-ATR-MATERIAL   PIC X(10).
               10  TAB-ATR-ENTREGA    PIC 9(08).
               10  TAB-ATR-CHEGADA    PIC 9(08).
               10  TAB-ATR-CHAPAS     PIC 9(05).
       01  WRK-LINHA-SUGESTAO.
           05  WRK-LS-MATERIAL    PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-PEDIDO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-ORDEM       PIC Z(07)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-ENTREGA     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-AREA        PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-CHAPAS      PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-FORNECEDOR  PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-LIBERACAO   PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LS-SITUACAO    PIC X(08).
       01  WRK-LINHA-MATERIAL.
           05  WRK-LM-MATERIAL    PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-ESTOQUE     PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-RETALHOS    PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-PEDIDAS     PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-RENDIMENTO  PIC ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-DEMANDAS    PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-AREA-BRUTA  PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-SUGERIDAS   PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-FORNECEDOR  PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-PRAZO       PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LM-ATRASADAS   PIC ZZ9.
       01  WRK-LINHA-ATRASO.
           05  WRK-LA-PEDIDO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LA-ORDEM       PIC Z(07)9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LA-MATERIAL    PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LA-ENTREGA     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-CHEGADA     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LA-CHAPAS      PIC ZZZZ9.
       COPY CPYORWS.
       COPY CPYORMTB.
       COPY CPYPRDTB.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF NOT WRK-ABORTADO
               PERFORM 0200-PLANEJAR-MATERIAL
                   VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > WRK-TAB-MATERIAL-QTD
           END-IF.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      **************************************************************
      ** CARGA DE TUDO O QUE ENTRA NO PLANEJAMENTO. SO O CADASTRO
      ** DE PEDIDOS DE VENDA E OBRIGATORIO; OS DEMAIS ARQUIVOS,
      ** QUANDO AUSENTES, SO DEIXAM DE CONTRIBUIR.
      **************************************************************
       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 7050-LER-CABECALHO-LOTE.

           OPEN INPUT PEDVENDA-FILE.
           IF WRK-PEDVENDA-STATUS NOT = '00'
               MOVE 'PROGMRPB'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-PEDVENDA-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE PEDIDOS DE VENDA'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-ABORTADO TO TRUE
           ELSE
               OPEN EXTEND EXCECOES-FILE
               IF WRK-EXCECOES-STATUS = '05' OR '35'
                   CLOSE EXCECOES-FILE
                   OPEN OUTPUT EXCECOES-FILE
               END-IF
               PERFORM 7100-CARREGAR-TABELA-MATERIAL
               PERFORM 7800-CARREGAR-TABELA-PRODUTO
               INITIALIZE WRK-TAB-PLANO
               PERFORM 0110-CARREGAR-ORDENS
               PERFORM 0120-CARREGAR-PECAS
               PERFORM 0130-CARREGAR-PEDIDOS
               CLOSE PEDVENDA-FILE
               PERFORM 0140-CARREGAR-COMPRAS
               PERFORM 0150-DEFINIR-PRAZO
                   VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > WRK-TAB-MATERIAL-QTD
               PERFORM 0155-DATAR-RECEBIMENTO
                   VARYING WRK-REC-SUB FROM 1 BY 1
                   UNTIL WRK-REC-SUB > WRK-TAB-REC-QTD
               PERFORM 0160-CARREGAR-RETALHOS
               PERFORM 0170-CARREGAR-RENDIMENTO
               PERFORM 0175-CALCULAR-RENDIMENTO
                   VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > WRK-TAB-MATERIAL-QTD
               OPEN OUTPUT MRPDAT-FILE
               OPEN OUTPUT MRPREL-FILE
               PERFORM 0180-IMPRIMIR-CABECALHO
               PERFORM 0181-IMPRIMIR-TITULO-SUGESTAO
           END-IF.

      **************************************************************
      ** ORDENS DE PRODUCAO: A QUANTIDADE DAS ABERTAS E CORTADAS
      ** POR PEDIDO E A LISTA DAS ABERTAS. CONCLUIDA JA FOI PARA O
      ** ESTOQUE DE PRODUTOS ACABADOS E APARECE COMO RESERVA DO
      ** PEDIDO; CANCELADA NAO CONTA.
      **************************************************************
       0110-CARREGAR-ORDENS.

           OPEN INPUT ORDPROD-FILE.
           IF WRK-ORDPROD-STATUS = '00'
               MOVE 'N'   TO WRK-FIM-ARQUIVO-SW
               MOVE ZEROS TO OPR-NUMERO
               START ORDPROD-FILE KEY IS NOT LESS THAN OPR-NUMERO
                   INVALID KEY SET WRK-FIM-ARQUIVO TO TRUE
               END-START
               PERFORM 0111-LER-ORDEM UNTIL WRK-FIM-ARQUIVO
               CLOSE ORDPROD-FILE
           END-IF.

       0111-LER-ORDEM.

           READ ORDPROD-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF OPR-ABERTA OR OPR-CORTADA
                       PERFORM 0112-GUARDAR-ORDEM
                   END-IF
           END-READ.

       0112-GUARDAR-ORDEM.

           MOVE OPR-PEDIDO TO WRK-PEDIDO-BUSCA.
           PERFORM 8110-LOCALIZAR-PEDIDO-ORDEM.
           IF WRK-ACHOU
               ADD OPR-QTD-PRODUZIR TO TAB-PCO-QTD(PCO-IDX)
           ELSE
               IF WRK-TAB-PCO-QTD < 300
                   ADD 1 TO WRK-TAB-PCO-QTD
                   MOVE OPR-PEDIDO
                       TO TAB-PCO-PEDIDO(WRK-TAB-PCO-QTD)
                   MOVE OPR-QTD-PRODUZIR
                       TO TAB-PCO-QTD(WRK-TAB-PCO-QTD)
               END-IF
           END-IF.

           IF OPR-ABERTA AND WRK-TAB-OPA-QTD < 300
               ADD 1 TO WRK-TAB-OPA-QTD
               MOVE OPR-NUMERO TO TAB-OPA-ORDEM(WRK-TAB-OPA-QTD)
               MOVE OPR-PEDIDO TO TAB-OPA-PEDIDO(WRK-TAB-OPA-QTD)
           END-IF.

      **************************************************************
      ** PECAS DAS ORDENS ABERTAS: A AREA DE CADA PECA E SOMADA NA
      ** NECESSIDADE DA ORDEM NO MATERIAL DA PECA, NA DATA DE
      ** ENTREGA DO PEDIDO DA ORDEM. PECA DE ORDEM JA CORTADA,
      ** CONCLUIDA OU CANCELADA NAO CONTA.
      **************************************************************
       0120-CARREGAR-PECAS.

           OPEN INPUT PECAS-FILE.
           IF WRK-PECAS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ PECAS-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0121-LER-PECA UNTIL WRK-FIM-ARQUIVO
               CLOSE PECAS-FILE
           END-IF.

       0121-LER-PECA.

           IF PEC-ORDEM IS NUMERIC AND PEC-ORDEM > ZEROS
               PERFORM 0122-SOMAR-PECA-ORDEM
           END-IF.
           READ PECAS-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0122-SOMAR-PECA-ORDEM.

           MOVE 'N' TO WRK-ACHOU-SW.
           SET OPA-IDX TO 1.
           SEARCH TAB-OPA
               AT END
                   CONTINUE
               WHEN TAB-OPA-ORDEM(OPA-IDX) = PEC-ORDEM
                   SET WRK-ACHOU TO TRUE
           END-SEARCH.

           IF WRK-ACHOU
               MOVE PEC-FORMA       TO WRK-FORMA
               MOVE PEC-LARGURA     TO WRK-LARGURA
               MOVE PEC-COMPRIMENTO TO WRK-COMPRIMENTO
               PERFORM 7000-CALCULAR-AREA
               PERFORM 8600-LOCALIZAR-DEMANDA-ORDEM
               IF WRK-ACHOU
                   ADD WRK-AREA TO TAB-DEM-AREA(DEM-IDX)
               ELSE
                   MOVE TAB-OPA-PEDIDO(OPA-IDX) TO WRK-PEDIDO-BUSCA
                   PERFORM 8500-DATA-ENTREGA-PEDIDO
                   MOVE PEC-MATERIAL TO WRK-MATERIAL
                   MOVE 'O'          TO WRK-DEM-ORIGEM
                   MOVE PEC-ORDEM    TO WRK-DEM-ORDEM
                   PERFORM 8000-INCLUIR-DEMANDA
               END-IF
           END-IF.

      **************************************************************
      ** PEDIDOS DE VENDA ABERTOS DE PRODUTO SOB MEDIDA: O SALDO
      ** QUE NAO ESTA FATURADO, RESERVADO NO ESTOQUE DE PRODUTOS
      ** ACABADOS NEM EM ORDEM DE PRODUCAO VIRA NECESSIDADE PELO
      ** MATERIAL E PELA AREA PADRAO DO PRODUTO; PRODUTO SEM ESSA
      ** BASE VAI PARA EXCECOES.
      **************************************************************
       0130-CARREGAR-PEDIDOS.

           MOVE 'N'   TO WRK-FIM-ARQUIVO-SW.
           MOVE ZEROS TO PDV-NUMERO.
           START PEDVENDA-FILE KEY IS NOT LESS THAN PDV-NUMERO
               INVALID KEY SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 0131-LER-PEDIDO UNTIL WRK-FIM-ARQUIVO.

       0131-LER-PEDIDO.

           READ PEDVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF PDV-ABERTO OR PDV-PARCIAL
                       PERFORM 0132-AVALIAR-PEDIDO
                   END-IF
           END-READ.

       0132-AVALIAR-PEDIDO.

           MOVE PDV-CODPRODUTO TO WRK-PRD-CODIGO.
           PERFORM 7810-BUSCAR-PRODUTO.
           IF WRK-PRD-SOB-MEDIDA
               MOVE PDV-NUMERO TO WRK-PEDIDO-BUSCA
               MOVE ZEROS      TO WRK-QTD-EM-ORDEM
               PERFORM 8110-LOCALIZAR-PEDIDO-ORDEM
               IF WRK-ACHOU
                   MOVE TAB-PCO-QTD(PCO-IDX) TO WRK-QTD-EM-ORDEM
               END-IF
               COMPUTE WRK-SALDO-PEDIDO = PDV-QTD-PEDIDA
                   - PDV-QTD-FATURADA - WRK-QTD-EM-ORDEM
               IF PDV-QTD-RESERVADA IS NUMERIC
                   SUBTRACT PDV-QTD-RESERVADA FROM WRK-SALDO-PEDIDO
               END-IF
               IF WRK-SALDO-PEDIDO > ZEROS
                   PERFORM 0133-INCLUIR-SALDO-PEDIDO
               END-IF
           END-IF.

       0133-INCLUIR-SALDO-PEDIDO.

           IF WRK-PRD-MATERIAL = SPACES
               OR WRK-PRD-AREA-UNIT = ZEROS
               ADD 1 TO WRK-QTD-SEM-BASE
               MOVE PDV-NUMERO          TO EXC-CHAVE
               MOVE 'PRD-AREA-UNIT'     TO EXC-CAMPO
               MOVE PDV-CODPRODUTO      TO EXC-VALOR
               MOVE 'PRODUTO SEM MATERIAL OU AREA PADRAO'
                   TO EXC-MOTIVO
               PERFORM 8900-GRAVAR-EXCECAO-PLANO
           ELSE
               PERFORM 8510-DATA-DO-PEDIDO
               MOVE WRK-PRD-MATERIAL TO WRK-MATERIAL
               COMPUTE WRK-AREA = WRK-SALDO-PEDIDO * WRK-PRD-AREA-UNIT
               MOVE 'P'   TO WRK-DEM-ORIGEM
               MOVE ZEROS TO WRK-DEM-ORDEM
               MOVE PDV-NUMERO TO WRK-PEDIDO-BUSCA
               PERFORM 8000-INCLUIR-DEMANDA
           END-IF.

      **************************************************************
      ** PEDIDOS DE COMPRA: O FORNECEDOR DO MATERIAL E O DO PEDIDO
      ** MAIS RECENTE (HISTORICO OCPHIST E PEDIDOS VIVOS); O SALDO
      ** A RECEBER DOS PEDIDOS ABERTOS OU PARCIAIS E RECEBIMENTO
      ** PREVISTO.
      **************************************************************
       0140-CARREGAR-COMPRAS.

           OPEN INPUT FORNECED-FILE.
           IF WRK-FORNECED-STATUS = '00'
               SET WRK-FORNECED-ABERTO TO TRUE
           END-IF.

           OPEN INPUT OCPHIST-FILE.
           IF WRK-OCPHIST-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ OCPHIST-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0141-LER-HISTORICO UNTIL WRK-FIM-ARQUIVO
               CLOSE OCPHIST-FILE
           END-IF.

           OPEN INPUT OCOMPRA-FILE.
           IF WRK-OCOMPRA-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ OCOMPRA-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0142-LER-COMPRA UNTIL WRK-FIM-ARQUIVO
               CLOSE OCOMPRA-FILE
           END-IF.

       0141-LER-HISTORICO.

           MOVE OHS-MATERIAL   TO WRK-MATERIAL.
           MOVE OHS-DATA       TO WRK-DATA-COMPRA.
           MOVE OHS-FORNECEDOR TO WRK-FORNECEDOR-COMPRA.
           PERFORM 8200-ATUALIZAR-FORNECEDOR.
           READ OCPHIST-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0142-LER-COMPRA.

           MOVE OCP-MATERIAL   TO WRK-MATERIAL.
           MOVE OCP-DATA       TO WRK-DATA-COMPRA.
           MOVE OCP-FORNECEDOR TO WRK-FORNECEDOR-COMPRA.
           PERFORM 8200-ATUALIZAR-FORNECEDOR.
           IF (OCP-ABERTO OR OCP-PARCIAL)
               AND OCP-QTD-PEDIDA > OCP-QTD-RECEBIDA
               AND WRK-TAB-REC-QTD < 300
               ADD 1 TO WRK-TAB-REC-QTD
               MOVE OCP-MATERIAL TO TAB-REC-MATERIAL(WRK-TAB-REC-QTD)
               MOVE OCP-DATA     TO TAB-REC-DATA(WRK-TAB-REC-QTD)
               COMPUTE TAB-REC-QTD(WRK-TAB-REC-QTD) =
                   OCP-QTD-PEDIDA - OCP-QTD-RECEBIDA
               MOVE 'N' TO TAB-REC-USADO-SW(WRK-TAB-REC-QTD)
               IF WRK-MATERIAL-ACHOU
                   ADD TAB-REC-QTD(WRK-TAB-REC-QTD)
                       TO TAB-PLN-CHAPAS-PEDIDAS(WRK-MAT-SUB)
               END-IF
           END-IF.
           READ OCOMPRA-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      **************************************************************
      ** PRAZO DE COMPRA DO MATERIAL: O PRAZO DE ENTREGA DO SEU
      ** FORNECEDOR (ZERADO, VALE O PRAZO DE PAGAMENTO, COMO NA
      ** AVALIACAO DE FORNECEDORES); SEM FORNECEDOR, O PADRAO.
      **************************************************************
       0150-DEFINIR-PRAZO.

           MOVE WRK-PRAZO-COMPRA-PADRAO TO TAB-PLN-PRAZO(WRK-MAT-SUB).
           IF TAB-PLN-FORNECEDOR(WRK-MAT-SUB) > ZEROS
               AND WRK-FORNECED-ABERTO
               MOVE TAB-PLN-FORNECEDOR(WRK-MAT-SUB) TO FOR-CODIGO
               READ FORNECED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0151-PRAZO-FORNECEDOR
               END-READ
           END-IF.

       0151-PRAZO-FORNECEDOR.

           IF FOR-PRAZO-ENTREGA IS NUMERIC
               AND FOR-PRAZO-ENTREGA > ZEROS
               MOVE FOR-PRAZO-ENTREGA TO TAB-PLN-PRAZO(WRK-MAT-SUB)
           ELSE
               IF FOR-PRAZO-DIAS IS NUMERIC
                   AND FOR-PRAZO-DIAS > ZEROS
                   MOVE FOR-PRAZO-DIAS TO TAB-PLN-PRAZO(WRK-MAT-SUB)
               END-IF
           END-IF.

       0155-DATAR-RECEBIMENTO.

           MOVE TAB-REC-MATERIAL(WRK-REC-SUB) TO WRK-MATERIAL.
           PERFORM 7020-BUSCAR-PRECO-MATERIAL.
           MOVE 'AD' TO DTS-FUNCAO.
           MOVE TAB-REC-DATA(WRK-REC-SUB) TO DTS-DATA1.
           IF WRK-MATERIAL-ACHOU
               MOVE TAB-PLN-PRAZO(MAT-IDX) TO DTS-DIAS
           ELSE
               MOVE WRK-PRAZO-COMPRA-PADRAO TO DTS-DIAS
           END-IF.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-PROX-UTIL TO TAB-REC-DATA(WRK-REC-SUB).
           IF TAB-REC-DATA(WRK-REC-SUB) < WRK-DATAHOJE
               MOVE WRK-DATAHOJE TO TAB-REC-DATA(WRK-REC-SUB)
           END-IF.

      **************************************************************
      ** RETALHOS EM ESTOQUE: AREA TOTAL POR MATERIAL.
      **************************************************************
       0160-CARREGAR-RETALHOS.

           OPEN INPUT RETALHOS-FILE.
           IF WRK-RETALHOS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ RETALHOS-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0161-LER-RETALHO UNTIL WRK-FIM-ARQUIVO
               CLOSE RETALHOS-FILE
           END-IF.

       0161-LER-RETALHO.

           MOVE RTL-MATERIAL TO WRK-MATERIAL.
           PERFORM 7020-BUSCAR-PRECO-MATERIAL.
           IF WRK-MATERIAL-ACHOU
               COMPUTE TAB-PLN-AREA-RETALHOS(MAT-IDX) =
                   TAB-PLN-AREA-RETALHOS(MAT-IDX)
                   + RTL-ALTURA * RTL-COMPRIMENTO
           END-IF.
           READ RETALHOS-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      **************************************************************
      ** HISTORICO DE RENDIMENTO DO PLANO DE CORTE: FICAM AS 5
      ** RODADAS MAIS RECENTES DE CADA MATERIAL (O ARQUIVO ESTA EM
      ** ORDEM CRONOLOGICA; A POSICAO DO ANEL AVANCA E A RODADA MAIS
      ** ANTIGA E SOBREPOSTA).
      **************************************************************
       0170-CARREGAR-RENDIMENTO.

           OPEN INPUT RENDCORT-FILE.
           IF WRK-RENDCORT-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ RENDCORT-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0171-LER-RENDIMENTO UNTIL WRK-FIM-ARQUIVO
               CLOSE RENDCORT-FILE
           END-IF.

       0171-LER-RENDIMENTO.

           MOVE RND-MATERIAL TO WRK-MATERIAL.
           PERFORM 7020-BUSCAR-PRECO-MATERIAL.
           IF WRK-MATERIAL-ACHOU AND RND-AREA-CONSUMIDA > ZEROS
               SET WRK-MAT-SUB TO MAT-IDX
               IF TAB-PLN-RND-POS(WRK-MAT-SUB) >= 5
                   MOVE 1 TO TAB-PLN-RND-POS(WRK-MAT-SUB)
               ELSE
                   ADD 1 TO TAB-PLN-RND-POS(WRK-MAT-SUB)
               END-IF
               MOVE TAB-PLN-RND-POS(WRK-MAT-SUB) TO WRK-ANEL-SUB
               MOVE RND-AREA-PECAS
                   TO TAB-PLN-RND-PECAS(WRK-MAT-SUB, WRK-ANEL-SUB)
               MOVE RND-AREA-CONSUMIDA
                   TO TAB-PLN-RND-CONSUMIDA(WRK-MAT-SUB, WRK-ANEL-SUB)
               IF TAB-PLN-RND-QTD(WRK-MAT-SUB) < 5
                   ADD 1 TO TAB-PLN-RND-QTD(WRK-MAT-SUB)
               END-IF
           END-IF.
           READ RENDCORT-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      **************************************************************
      ** RENDIMENTO = AREA DAS PECAS / AREA CONSUMIDA NAS RODADAS
      ** GUARDADAS, LIMITADO A 100%; SEM HISTORICO, O PADRAO.
      **************************************************************
       0175-CALCULAR-RENDIMENTO.

           MOVE ZEROS TO WRK-SOMA-PECAS.
           MOVE ZEROS TO WRK-SOMA-CONSUMIDA.
           PERFORM 0176-SOMAR-RODADA
               VARYING WRK-ANEL-SUB FROM 1 BY 1
               UNTIL WRK-ANEL-SUB > TAB-PLN-RND-QTD(WRK-MAT-SUB).

           IF WRK-SOMA-CONSUMIDA > ZEROS AND WRK-SOMA-PECAS > ZEROS
               COMPUTE WRK-RENDIMENTO ROUNDED =
                   WRK-SOMA-PECAS / WRK-SOMA-CONSUMIDA
               IF WRK-RENDIMENTO > 1
                   MOVE 1 TO WRK-RENDIMENTO
               END-IF
               MOVE WRK-RENDIMENTO
                   TO TAB-PLN-RENDIMENTO(WRK-MAT-SUB)
           ELSE
               MOVE WRK-RENDIMENTO-PADRAO
                   TO TAB-PLN-RENDIMENTO(WRK-MAT-SUB)
           END-IF.

       0176-SOMAR-RODADA.

           ADD TAB-PLN-RND-PECAS(WRK-MAT-SUB, WRK-ANEL-SUB)
               TO WRK-SOMA-PECAS.
           ADD TAB-PLN-RND-CONSUMIDA(WRK-MAT-SUB, WRK-ANEL-SUB)
               TO WRK-SOMA-CONSUMIDA.

       0180-IMPRIMIR-CABECALHO.

           MOVE 'PROGMRPB' TO WRK-CAB-PROGRAMA.
           MOVE 'PLANEJAMENTO DE CHAPAS' TO WRK-CAB-TITULO.
           ADD 1           TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE MRPREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE MRPREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO MRPREL-LINHA.
           WRITE MRPREL-LINHA.

       0181-IMPRIMIR-TITULO-SUGESTAO.

           MOVE 'SUGESTOES DE COMPRA' TO MRPREL-LINHA.
           WRITE MRPREL-LINHA.
           MOVE SPACES TO MRPREL-LINHA.
           STRING 'MATERIAL   PEDIDO      ORDEM  ENTREGA'
               DELIMITED BY SIZE
               '  NECESSIDADE CHAPAS FORN LIBERAR  SITUACAO'
               DELIMITED BY SIZE
               INTO MRPREL-LINHA.
           WRITE MRPREL-LINHA.

      **************************************************************
      ** PLANEJAMENTO DE UM MATERIAL: DISPONIVEL INICIAL = CHAPAS EM
      ** ESTOQUE (EM M2) + RETALHOS; AS NECESSIDADES SAO ATENDIDAS
      ** DA MAIS URGENTE PARA A MENOS URGENTE.
      **************************************************************
       0200-PLANEJAR-MATERIAL.

           MOVE TAB-MATERIAL-CODIGO(WRK-MAT-SUB) TO WRK-MATERIAL.
           COMPUTE WRK-DISPONIVEL =
               TAB-MATERIAL-ESTOQUE(WRK-MAT-SUB) * WRK-TAMANHO-CHAPA
               + TAB-PLN-AREA-RETALHOS(WRK-MAT-SUB).
           PERFORM 0210-ESCOLHER-DEMANDA.
           PERFORM 0220-ATENDER-DEMANDA
               UNTIL WRK-DEM-ESCOLHIDA = ZEROS.

       0210-ESCOLHER-DEMANDA.

           MOVE ZEROS TO WRK-DEM-ESCOLHIDA.
           PERFORM 0211-COMPARAR-DEMANDA
               VARYING WRK-DEM-SUB FROM 1 BY 1
               UNTIL WRK-DEM-SUB > WRK-TAB-DEM-QTD.

       0211-COMPARAR-DEMANDA.

           IF TAB-DEM-MATERIAL(WRK-DEM-SUB) = WRK-MATERIAL
               AND TAB-DEM-FEITA-SW(WRK-DEM-SUB) = 'N'
               IF WRK-DEM-ESCOLHIDA = ZEROS
                   MOVE WRK-DEM-SUB TO WRK-DEM-ESCOLHIDA
               ELSE
                   IF TAB-DEM-DATA(WRK-DEM-SUB)
                       < TAB-DEM-DATA(WRK-DEM-ESCOLHIDA)
                       MOVE WRK-DEM-SUB TO WRK-DEM-ESCOLHIDA
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** ANTES DE CADA NECESSIDADE ENTRAM AS COMPRAS QUE CHEGAM ATE
      ** A DATA DELA. A AREA DE PECAS VIRA AREA DE CHAPA PELO
      ** RENDIMENTO; O QUE O DISPONIVEL NAO COBRE VIRA SUGESTAO.
      **************************************************************
       0220-ATENDER-DEMANDA.

           MOVE 'S' TO TAB-DEM-FEITA-SW(WRK-DEM-ESCOLHIDA).
           ADD 1    TO TAB-PLN-QTD-DEMANDAS(WRK-MAT-SUB).
           PERFORM 0221-SOMAR-RECEBIMENTO
               VARYING WRK-REC-SUB FROM 1 BY 1
               UNTIL WRK-REC-SUB > WRK-TAB-REC-QTD.

           COMPUTE WRK-AREA-BRUTA ROUNDED =
               TAB-DEM-AREA(WRK-DEM-ESCOLHIDA)
               / TAB-PLN-RENDIMENTO(WRK-MAT-SUB).
           ADD WRK-AREA-BRUTA TO TAB-PLN-AREA-BRUTA(WRK-MAT-SUB).

           IF WRK-AREA-BRUTA > WRK-DISPONIVEL
               PERFORM 0230-SUGERIR-COMPRA
           ELSE
               SUBTRACT WRK-AREA-BRUTA FROM WRK-DISPONIVEL
           END-IF.

           PERFORM 0210-ESCOLHER-DEMANDA.

       0221-SOMAR-RECEBIMENTO.

           IF TAB-REC-MATERIAL(WRK-REC-SUB) = WRK-MATERIAL
               AND TAB-REC-USADO-SW(WRK-REC-SUB) = 'N'
               AND TAB-REC-DATA(WRK-REC-SUB)
                   NOT > TAB-DEM-DATA(WRK-DEM-ESCOLHIDA)
               MOVE 'S' TO TAB-REC-USADO-SW(WRK-REC-SUB)
               COMPUTE WRK-DISPONIVEL = WRK-DISPONIVEL
                   + TAB-REC-QTD(WRK-REC-SUB) * WRK-TAMANHO-CHAPA
           END-IF.

      **************************************************************
      ** SUGESTAO: CHAPAS INTEIRAS QUE COBREM A FALTA, A LIBERAR O
      ** PRAZO DO FORNECEDOR ANTES DA ENTREGA. SE O PRAZO NAO CABE
      ** ATE A ENTREGA, A SUGESTAO SAI ATRASADA (LIBERAR HOJE) E A
      ** NECESSIDADE VAI PARA A LISTA DE SEM ATENDIMENTO NO PRAZO.
      ** A SOBRA DAS CHAPAS INTEIRAS FICA NO DISPONIVEL.
      **************************************************************
       0230-SUGERIR-COMPRA.

           COMPUTE WRK-FALTA = WRK-AREA-BRUTA - WRK-DISPONIVEL.
           COMPUTE WRK-CHAPAS = WRK-FALTA / WRK-TAMANHO-CHAPA.
           IF WRK-CHAPAS * WRK-TAMANHO-CHAPA < WRK-FALTA
               ADD 1 TO WRK-CHAPAS
           END-IF.

           MOVE 'DE'         TO DTS-FUNCAO.
           MOVE WRK-DATAHOJE TO DTS-DATA1.
           MOVE TAB-DEM-DATA(WRK-DEM-ESCOLHIDA) TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS     TO WRK-DIAS-ATE-ENTREGA.

           MOVE WRK-MATERIAL TO MRP-MATERIAL.
           MOVE WRK-CHAPAS   TO MRP-QTD-COMPRAR.
           MOVE TAB-PLN-FORNECEDOR(WRK-MAT-SUB) TO MRP-FORNECEDOR.
           MOVE TAB-DEM-DATA(WRK-DEM-ESCOLHIDA)
               TO MRP-DATA-NECESSIDADE.
           IF WRK-DIAS-ATE-ENTREGA < TAB-PLN-PRAZO(WRK-MAT-SUB)
               SET MRP-ATRASADA TO TRUE
               MOVE WRK-DATAHOJE TO MRP-DATA-LIBERACAO
               PERFORM 0235-REGISTRAR-ATRASO
           ELSE
               SET MRP-NO-PRAZO TO TRUE
               MOVE 'AD'         TO DTS-FUNCAO
               MOVE WRK-DATAHOJE TO DTS-DATA1
               COMPUTE DTS-DIAS =
                   WRK-DIAS-ATE-ENTREGA - TAB-PLN-PRAZO(WRK-MAT-SUB)
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL TO MRP-DATA-LIBERACAO
           END-IF.
           WRITE MRPDAT-REG.
           ADD 1          TO WRK-QTD-SUGESTOES.
           ADD WRK-CHAPAS TO TAB-PLN-CHAPAS-SUGERIDAS(WRK-MAT-SUB).

           MOVE WRK-MATERIAL TO WRK-LS-MATERIAL.
           MOVE TAB-DEM-PEDIDO(WRK-DEM-ESCOLHIDA) TO WRK-LS-PEDIDO.
           MOVE TAB-DEM-ORDEM(WRK-DEM-ESCOLHIDA)  TO WRK-LS-ORDEM.
           MOVE MRP-DATA-NECESSIDADE TO WRK-LS-ENTREGA.
           MOVE WRK-AREA-BRUTA       TO WRK-LS-AREA.
           MOVE WRK-CHAPAS           TO WRK-LS-CHAPAS.
           MOVE MRP-FORNECEDOR       TO WRK-LS-FORNECEDOR.
           MOVE MRP-DATA-LIBERACAO   TO WRK-LS-LIBERACAO.
           IF MRP-ATRASADA
               MOVE 'ATRASADA' TO WRK-LS-SITUACAO
           ELSE
               MOVE 'NO PRAZO' TO WRK-LS-SITUACAO
           END-IF.
           WRITE MRPREL-LINHA FROM WRK-LINHA-SUGESTAO.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.
           IF WRK-CAB-QUEBROU
               PERFORM 0180-IMPRIMIR-CABECALHO
               PERFORM 0181-IMPRIMIR-TITULO-SUGESTAO
           END-IF.

           COMPUTE WRK-DISPONIVEL = WRK-DISPONIVEL
               + WRK-CHAPAS * WRK-TAMANHO-CHAPA - WRK-AREA-BRUTA.

       0235-REGISTRAR-ATRASO.

           ADD 1 TO WRK-QTD-ATRASADAS.
           ADD 1 TO TAB-PLN-QTD-ATRASADAS(WRK-MAT-SUB).
           IF WRK-TAB-ATR-QTD < 200
               ADD 1 TO WRK-TAB-ATR-QTD
               MOVE TAB-DEM-PEDIDO(WRK-DEM-ESCOLHIDA)
                   TO TAB-ATR-PEDIDO(WRK-TAB-ATR-QTD)
               MOVE TAB-DEM-ORDEM(WRK-DEM-ESCOLHIDA)
                   TO TAB-ATR-ORDEM(WRK-TAB-ATR-QTD)
               MOVE WRK-MATERIAL TO TAB-ATR-MATERIAL(WRK-TAB-ATR-QTD)
               MOVE TAB-DEM-DATA(WRK-DEM-ESCOLHIDA)
                   TO TAB-ATR-ENTREGA(WRK-TAB-ATR-QTD)
               MOVE WRK-CHAPAS TO TAB-ATR-CHAPAS(WRK-TAB-ATR-QTD)
               MOVE 'AD'         TO DTS-FUNCAO
               MOVE WRK-DATAHOJE TO DTS-DATA1
               MOVE TAB-PLN-PRAZO(WRK-MAT-SUB) TO DTS-DIAS
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL TO TAB-ATR-CHEGADA(WRK-TAB-ATR-QTD)
           END-IF.

           MOVE TAB-DEM-PEDIDO(WRK-DEM-ESCOLHIDA) TO EXC-CHAVE.
           MOVE 'DATA-ENTREGA'   TO EXC-CAMPO.
           MOVE TAB-DEM-DATA(WRK-DEM-ESCOLHIDA) TO EXC-VALOR.
           MOVE 'CHAPAS NAO CHEGAM ATE A DATA DE ENTREGA'
               TO EXC-MOTIVO.
           PERFORM 8900-GRAVAR-EXCECAO-PLANO.

      **************************************************************
      ** NECESSIDADE NAO PLANEJADA (MATERIAL SEM CADASTRO) VAI PARA
      ** EXCECOES; DEPOIS O RESUMO POR MATERIAL E A LISTA DOS
      ** PEDIDOS SEM ATENDIMENTO NO PRAZO.
      **************************************************************
       0300-FINALIZAR.

           IF NOT WRK-ABORTADO
               PERFORM 0305-CONFERIR-DEMANDA
                   VARYING WRK-DEM-SUB FROM 1 BY 1
                   UNTIL WRK-DEM-SUB > WRK-TAB-DEM-QTD
               PERFORM 0310-IMPRIMIR-RESUMO
               PERFORM 0320-IMPRIMIR-ATRASADOS
               IF WRK-FORNECED-ABERTO
                   CLOSE FORNECED-FILE
               END-IF
               CLOSE MRPDAT-FILE
               CLOSE MRPREL-FILE
               CLOSE EXCECOES-FILE
           END-IF.

           DISPLAY 'NECESSIDADES: ' WRK-QTD-DEMANDAS
               '  SUGESTOES: ' WRK-QTD-SUGESTOES
               '  FORA DO PRAZO: ' WRK-QTD-ATRASADAS.
           IF WRK-QTD-DEM-DESPREZADAS > ZEROS
               DISPLAY 'NECESSIDADES ACIMA DA CAPACIDADE (500) NAO '
                   'PLANEJADAS: ' WRK-QTD-DEM-DESPREZADAS
           END-IF.

       0305-CONFERIR-DEMANDA.

           IF TAB-DEM-FEITA-SW(WRK-DEM-SUB) = 'N'
               ADD 1 TO WRK-QTD-SEM-MATERIAL
               MOVE TAB-DEM-PEDIDO(WRK-DEM-SUB)   TO EXC-CHAVE
               MOVE 'MATERIAL'                    TO EXC-CAMPO
               MOVE TAB-DEM-MATERIAL(WRK-DEM-SUB) TO EXC-VALOR
               MOVE 'MATERIAL DA NECESSIDADE SEM CADASTRO'
                   TO EXC-MOTIVO
               PERFORM 8900-GRAVAR-EXCECAO-PLANO
           END-IF.

       0310-IMPRIMIR-RESUMO.

           MOVE SPACES TO MRPREL-LINHA.
           WRITE MRPREL-LINHA.
           MOVE 'RESUMO POR MATERIAL' TO MRPREL-LINHA.
           WRITE MRPREL-LINHA.
           MOVE SPACES TO MRPREL-LINHA.
           STRING 'MATERIAL   ESTOQ RETALHOS M2 PEDID  REND% NEC'
               DELIMITED BY SIZE
               '  CHAPA M2 BR SUGER FORN PRZ ATR'
               DELIMITED BY SIZE
               INTO MRPREL-LINHA.
           WRITE MRPREL-LINHA.
           PERFORM 0311-IMPRIMIR-MATERIAL
               VARYING WRK-MAT-SUB FROM 1 BY 1
               UNTIL WRK-MAT-SUB > WRK-TAB-MATERIAL-QTD.
           MOVE SPACES TO MRPREL-LINHA.
           STRING 'PEDIDOS SEM MATERIAL/AREA PADRAO: '
               DELIMITED BY SIZE
               WRK-QTD-SEM-BASE DELIMITED BY SIZE
               '  NECESSIDADES DE MATERIAL SEM CADASTRO: '
               DELIMITED BY SIZE
               WRK-QTD-SEM-MATERIAL DELIMITED BY SIZE
               INTO MRPREL-LINHA.
           WRITE MRPREL-LINHA.

       0311-IMPRIMIR-MATERIAL.

           MOVE TAB-MATERIAL-CODIGO(WRK-MAT-SUB)  TO WRK-LM-MATERIAL.
           MOVE TAB-MATERIAL-ESTOQUE(WRK-MAT-SUB) TO WRK-LM-ESTOQUE.
           MOVE TAB-PLN-AREA-RETALHOS(WRK-MAT-SUB) TO WRK-LM-RETALHOS.
           MOVE TAB-PLN-CHAPAS-PEDIDAS(WRK-MAT-SUB) TO WRK-LM-PEDIDAS.
           COMPUTE WRK-LM-RENDIMENTO =
               TAB-PLN-RENDIMENTO(WRK-MAT-SUB) * 100.
           MOVE TAB-PLN-QTD-DEMANDAS(WRK-MAT-SUB) TO WRK-LM-DEMANDAS.
           MOVE TAB-PLN-AREA-BRUTA(WRK-MAT-SUB) TO WRK-LM-AREA-BRUTA.
           MOVE TAB-PLN-CHAPAS-SUGERIDAS(WRK-MAT-SUB)
               TO WRK-LM-SUGERIDAS.
           MOVE TAB-PLN-FORNECEDOR(WRK-MAT-SUB) TO WRK-LM-FORNECEDOR.
           MOVE TAB-PLN-PRAZO(WRK-MAT-SUB)      TO WRK-LM-PRAZO.
           MOVE TAB-PLN-QTD-ATRASADAS(WRK-MAT-SUB)
               TO WRK-LM-ATRASADAS.
           WRITE MRPREL-LINHA FROM WRK-LINHA-MATERIAL.

       0320-IMPRIMIR-ATRASADOS.

           MOVE SPACES TO MRPREL-LINHA.
           WRITE MRPREL-LINHA.
           MOVE 'PEDIDOS QUE NAO PODEM SER ATENDIDOS NO PRAZO'
               TO MRPREL-LINHA.
           WRITE MRPREL-LINHA.
           MOVE SPACES TO MRPREL-LINHA.
           STRING 'PEDIDO      ORDEM MATERIAL   ENTREGA   CHEGADA'
               DELIMITED BY SIZE
               '   CHAPAS'
               DELIMITED BY SIZE
               INTO MRPREL-LINHA.
           WRITE MRPREL-LINHA.
           IF WRK-TAB-ATR-QTD = ZEROS
               MOVE 'NENHUM PEDIDO FORA DO PRAZO.' TO MRPREL-LINHA
               WRITE MRPREL-LINHA
           ELSE
               PERFORM 0321-IMPRIMIR-ATRASADO
                   VARYING WRK-ATR-SUB FROM 1 BY 1
                   UNTIL WRK-ATR-SUB > WRK-TAB-ATR-QTD
           END-IF.

       0321-IMPRIMIR-ATRASADO.

           MOVE TAB-ATR-PEDIDO(WRK-ATR-SUB)   TO WRK-LA-PEDIDO.
           MOVE TAB-ATR-ORDEM(WRK-ATR-SUB)    TO WRK-LA-ORDEM.
           MOVE TAB-ATR-MATERIAL(WRK-ATR-SUB) TO WRK-LA-MATERIAL.
           MOVE TAB-ATR-ENTREGA(WRK-ATR-SUB)  TO WRK-LA-ENTREGA.
           MOVE TAB-ATR-CHEGADA(WRK-ATR-SUB)  TO WRK-LA-CHEGADA.
           MOVE TAB-ATR-CHAPAS(WRK-ATR-SUB)   TO WRK-LA-CHAPAS.
           WRITE MRPREL-LINHA FROM WRK-LINHA-ATRASO.

      **************************************************************
      ** INCLUI UMA NECESSIDADE: O CHAMADOR PREENCHE
      ** WRK-DEM-ORIGEM, WRK-DEM-ORDEM, WRK-MATERIAL, WRK-AREA,
      ** WRK-PEDIDO-BUSCA E WRK-DATA-ENTREGA. ACIMA DA
      ** CAPACIDADE A NECESSIDADE SO E CONTADA.
      **************************************************************
       8000-INCLUIR-DEMANDA.

           IF WRK-TAB-DEM-QTD >= 500
               ADD 1 TO WRK-QTD-DEM-DESPREZADAS
           ELSE
               ADD 1 TO WRK-TAB-DEM-QTD
               ADD 1 TO WRK-QTD-DEMANDAS
               MOVE WRK-MATERIAL     TO TAB-DEM-MATERIAL
                   (WRK-TAB-DEM-QTD)
               MOVE WRK-DATA-ENTREGA TO TAB-DEM-DATA(WRK-TAB-DEM-QTD)
               MOVE WRK-AREA         TO TAB-DEM-AREA(WRK-TAB-DEM-QTD)
               MOVE WRK-PEDIDO-BUSCA TO TAB-DEM-PEDIDO
                   (WRK-TAB-DEM-QTD)
               MOVE WRK-DEM-ORIGEM   TO TAB-DEM-ORIGEM
                   (WRK-TAB-DEM-QTD)
               MOVE WRK-DEM-ORDEM    TO TAB-DEM-ORDEM(WRK-TAB-DEM-QTD)
               MOVE 'N' TO TAB-DEM-FEITA-SW(WRK-TAB-DEM-QTD)
           END-IF.

       8110-LOCALIZAR-PEDIDO-ORDEM.

           MOVE 'N' TO WRK-ACHOU-SW.
           SET PCO-IDX TO 1.
           SEARCH TAB-PCO
               AT END
                   CONTINUE
               WHEN TAB-PCO-PEDIDO(PCO-IDX) = WRK-PEDIDO-BUSCA
                   SET WRK-ACHOU TO TRUE
           END-SEARCH.

      **************************************************************
      ** FORNECEDOR DO MATERIAL: FICA O DO PEDIDO DE COMPRA MAIS
      ** RECENTE (NA MESMA DATA, O ULTIMO LIDO).
      **************************************************************
       8200-ATUALIZAR-FORNECEDOR.

           PERFORM 7020-BUSCAR-PRECO-MATERIAL.
           IF WRK-MATERIAL-ACHOU
               SET WRK-MAT-SUB TO MAT-IDX
               IF WRK-DATA-COMPRA IS NUMERIC
                   AND WRK-DATA-COMPRA
                       NOT < TAB-PLN-DATA-COMPRA(WRK-MAT-SUB)
                   MOVE WRK-DATA-COMPRA
                       TO TAB-PLN-DATA-COMPRA(WRK-MAT-SUB)
                   MOVE WRK-FORNECEDOR-COMPRA
                       TO TAB-PLN-FORNECEDOR(WRK-MAT-SUB)
               END-IF
           END-IF.

      **************************************************************
      ** DATA DE ENTREGA DO PEDIDO DE VENDA EM WRK-PEDIDO-BUSCA
      ** (LEITURA DIRETA). PEDIDO NAO ENCONTRADO VALE PARA HOJE.
      **************************************************************
       8500-DATA-ENTREGA-PEDIDO.

           MOVE WRK-PEDIDO-BUSCA TO PDV-NUMERO.
           READ PEDVENDA-FILE
               INVALID KEY
                   MOVE WRK-DATAHOJE TO WRK-DATA-ENTREGA
               NOT INVALID KEY
                   PERFORM 8510-DATA-DO-PEDIDO
           END-READ.

      **************************************************************
      ** PEDIDO SEM DATA COMBINADA: DATA DO PEDIDO MAIS O PRAZO
      ** PADRAO DE ENTREGA.
      **************************************************************
       8510-DATA-DO-PEDIDO.

           IF PDV-DATA-ENTREGA IS NUMERIC
               AND PDV-DATA-ENTREGA > ZEROS
               MOVE PDV-DATA-ENTREGA TO WRK-DATA-ENTREGA
           ELSE
               MOVE 'AD'            TO DTS-FUNCAO
               MOVE PDV-DATA-PEDIDO TO DTS-DATA1
               MOVE WRK-PRAZO-ENTREGA-PADRAO TO DTS-DIAS
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL   TO WRK-DATA-ENTREGA
           END-IF.

       8600-LOCALIZAR-DEMANDA-ORDEM.

           MOVE 'N' TO WRK-ACHOU-SW.
           SET DEM-IDX TO 1.
           SEARCH TAB-DEM
               AT END
                   CONTINUE
               WHEN TAB-DEM-ORIGEM(DEM-IDX) = 'O'
                   AND TAB-DEM-ORDEM(DEM-IDX) = PEC-ORDEM
                   AND TAB-DEM-MATERIAL(DEM-IDX) = PEC-MATERIAL
                   SET WRK-ACHOU TO TRUE
           END-SEARCH.

       8900-GRAVAR-EXCECAO-PLANO.

           MOVE 'PROGMRPB' TO EXC-PROGRAMA.
           PERFORM 9100-GRAVAR-EXCECAO.

       COPY CPYORPR.
       COPY CPYORMPR.
       COPY CPYPRDPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
