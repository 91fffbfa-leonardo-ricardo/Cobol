       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAVFR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: AVALIACAO MENSAL DE DESEMPENHO DOS FORNECEDORES
      **    A PARTIR DO HISTORICO DE PEDIDOS DE COMPRA (OCOMPRA E
      **    OCPHIST, VER CPYOCPFD). ENTRAM NO MES OS PEDIDOS CUJA
      **    ENTREGA PROMETIDA (DATA DO PEDIDO + PRAZO DE ENTREGA DO
      **    FORNECEDOR) CAI ENTRE O DIA 1 DO MES DO LOTE E A DATA DO
      **    LOTE. POR FORNECEDOR, O RELATORIO (AVFREL) MOSTRA A
      **    PONTUALIDADE (PEDIDOS ENTREGUES ATE A DATA PROMETIDA), O
      **    PRAZO MEDIO REAL DOS PEDIDOS ENTREGUES, O ATENDIMENTO
      **    (CHAPAS RECEBIDAS SOBRE PEDIDAS), AS ENTREGAS PARCIAIS E
      **    A VARIACAO MEDIA DE PRECO CONTRA O PEDIDO ANTERIOR DO
      **    MESMO MATERIAL, E CALCULA A NOTA (0 A 100). QUEM FICA
      **    ABAIXO DA NOTA MINIMA E DESTACADO. A NOTA, O MES E A
      **    SITUACAO SAO GRAVADOS NO CADASTRO (FORNECED), DE ONDE O
      **    PEDIDO DE COMPRA (PROGOCPM) MOSTRA A NOTA NA ESCOLHA DO
      **    FORNECEDOR.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOCPSL.
           SELECT OCPHIST-FILE ASSIGN TO "OCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCPHIST-STATUS.
           COPY CPYFORSL.
           SELECT AVFREL-FILE ASSIGN TO "AVFREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVFREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYOCPFD.
       FD  OCPHIST-FILE.
       01  OCPHIST-REG            PIC X(59).
       COPY CPYFORFD.
       FD  AVFREL-FILE.
       01  AVFREL-LINHA           PIC X(110).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-OCOMPRA-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-OCPHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FORNECED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-AVFREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ARQ-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-ARQ-FIM                    VALUE 'S'.
       77  WRK-FORNECED-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-FORNECED-ABERTO            VALUE 'S'.
       77  WRK-POSICAO-SW         PIC X(01) VALUE 'N'.
           88  WRK-POSICAO-OK                 VALUE 'S'.
       77  WRK-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                      VALUE 'S'.
       77  WRK-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NO-MES         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SEM-ENTREGA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FORA-TABELA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AVALIADOS      PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-ABAIXO         PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-PED-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-PED-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-PED-BUSCA          PIC 9(04) VALUE ZEROS.
       77  WRK-PED-ANTERIOR       PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-AVF-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-AVF-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-AVF-POS            PIC 9(03) VALUE ZEROS.
       77  WRK-FORNECEDOR-BUSCA   PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PROMETIDA     PIC 9(08) VALUE ZEROS.
       77  WRK-PRAZO-DIAS         PIC S9(05) VALUE ZEROS.
       77  WRK-VARIACAO           PIC S9(05)V99 VALUE ZEROS.
       77  WRK-PERC-PONTUAL       PIC 9(03)V99 VALUE ZEROS.
       77  WRK-PRAZO-MEDIO        PIC 9(05)V9 VALUE ZEROS.
       77  WRK-PERC-ATENDIDO      PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VARIACAO-MEDIA     PIC S9(05)V99 VALUE ZEROS.
       77  WRK-PONTOS-PRECO       PIC S9(05)V99 VALUE ZEROS.
       77  WRK-NOTA               PIC 9(03)V99 VALUE ZEROS.
      **************************************************************
      ** NOTA = PONTUALIDADE X 50% + ATENDIMENTO X 30% + PRECO X
      ** 20%. O PRECO VALE 100 PONTOS SEM ALTA MEDIA CONTRA O
      ** PEDIDO ANTERIOR E PERDE 5 PONTOS POR PONTO PERCENTUAL DE
      ** ALTA. ABAIXO DE 70 O FORNECEDOR E DESTACADO.
      **************************************************************
       77  WRK-PESO-PONTUAL       PIC 9V99 VALUE 0,50.
       77  WRK-PESO-ATENDIDO      PIC 9V99 VALUE 0,30.
       77  WRK-PESO-PRECO         PIC 9V99 VALUE 0,20.
       77  WRK-PERDA-POR-ALTA     PIC 9(02) VALUE 5.
       77  WRK-NOTA-MINIMA        PIC 9(03)V99 VALUE 70,00.
       01  WRK-ANOMES-REF.
           05  WRK-REF-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-REF-MES        PIC 9(02) VALUE ZEROS.
       01  WRK-ORDEM-BUSCA.
           05  WRK-OB-DATA        PIC 9(08).
           05  WRK-OB-NUMERO      PIC 9(06).
      **************************************************************
      ** PEDIDOS DO OCOMPRA E DO OCPHIST, NA ORDEM DE LEITURA.
      ** TAB-PED-ORDEM (DATA + NUMERO) SEPARA O PEDIDO ANTERIOR DO
      ** MESMO MATERIAL NA VARIACAO DE PRECO.
      **************************************************************
       01  WRK-TAB-PEDIDO.
           05  TAB-PED OCCURS 3000 TIMES.
               10  TAB-PED-ORDEM.
                   15  TAB-PED-DATA       PIC 9(08).
                   15  TAB-PED-NUMERO     PIC 9(06).
               10  TAB-PED-FORNECEDOR PIC 9(04).
               10  TAB-PED-MATERIAL   PIC X(10).
               10  TAB-PED-PEDIDA     PIC 9(05).
               10  TAB-PED-RECEBIDA   PIC 9(05).
               10  TAB-PED-SITUACAO   PIC X(01).
               10  TAB-PED-PRECO      PIC 9(07)V99.
               10  TAB-PED-DATA-ENTREGA PIC 9(08).
               10  TAB-PED-PARCIAIS   PIC 9(03).
      **************************************************************
      ** ACUMULADORES POR FORNECEDOR, EM ORDEM DE CODIGO.
      **************************************************************
       01  WRK-TAB-AVALIACAO.
           05  TAB-AVF OCCURS 500 TIMES.
               10  TAB-AVF-CODIGO     PIC 9(04).
               10  TAB-AVF-NOME       PIC X(30).
               10  TAB-AVF-PRAZO      PIC 9(03).
               10  TAB-AVF-CADASTRO-SW PIC X(01).
               10  TAB-AVF-QTD-PEDIDOS  PIC 9(05).
               10  TAB-AVF-QTD-NO-PRAZO PIC 9(05).
               10  TAB-AVF-QTD-ENTREGUES PIC 9(05).
               10  TAB-AVF-SOMA-DIAS  PIC 9(07).
               10  TAB-AVF-QTD-PEDIDA PIC 9(07).
               10  TAB-AVF-QTD-RECEBIDA PIC 9(07).
               10  TAB-AVF-QTD-PARCIAIS PIC 9(05).
               10  TAB-AVF-QTD-COM-ANTERIOR PIC 9(05).
               10  TAB-AVF-SOMA-VARIACAO PIC S9(07)V99.
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(06) VALUE 'FORN'.
           05  FILLER             PIC X(27) VALUE 'NOME'.
           05  FILLER             PIC X(06) VALUE '  PED'.
           05  FILLER             PIC X(08) VALUE 'NO PRAZO'.
           05  FILLER             PIC X(05) VALUE ' PROM'.
           05  FILLER             PIC X(07) VALUE '  MEDIO'.
           05  FILLER             PIC X(08) VALUE '  ATEND'.
           05  FILLER             PIC X(06) VALUE '  PARC'.
           05  FILLER             PIC X(09) VALUE '    PRECO'.
           05  FILLER             PIC X(08) VALUE '    NOTA'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-CODIGO      PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-NOME        PIC X(25).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-PEDIDOS     PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-PONTUAL     PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-PRAZO       PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-PRAZO-MEDIO PIC ZZZ9,9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-ATENDIDO    PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-PARCIAIS    PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VARIACAO    PIC -ZZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-NOTA        PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-SITUACAO    PIC X(17).
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** PERIODO DA AVALIACAO: DO DIA 1 DO MES DO LOTE ATE A DATA DO
      ** LOTE (PEDIDO PROMETIDO PARA DEPOIS DELA AINDA NAO PODE TER
      ** ATRASADO). OS PEDIDOS SAO CARREGADOS INTEIROS NA TABELA,
      ** O VIVO E O HISTORICO, PORQUE O PEDIDO ANTERIOR DO MESMO
      ** MATERIAL PODE ESTAR EM QUALQUER UM DOS DOIS.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-ANO TO WRK-REF-ANO.
           MOVE WRK-LOTECAB-MES TO WRK-REF-MES.
           COMPUTE WRK-DATA-INICIO = WRK-REF-ANO * 10000
               + WRK-REF-MES * 100 + 1.

           OPEN I-O FORNECED-FILE.
           IF WRK-FORNECED-STATUS NOT = '00'
               MOVE 'PROGAVFR'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-FORNECED-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE FORNECEDORES'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-FORNECED-ABERTO TO TRUE
               PERFORM 7200-CARREGAR-PEDIDOS
               PERFORM 7300-CARREGAR-HISTORICO
           END-IF.

       0200-PROCESSAR.

           ADD 1 TO WRK-PED-SUB.
           IF WRK-PED-SUB > WRK-TAB-PED-QTD
               SET WRK-FIM TO TRUE
           ELSE
               PERFORM 0210-AVALIAR-PEDIDO
           END-IF.

      **************************************************************
      ** PEDIDO FECHADO SEM DATA DE ENTREGA (FECHADO ANTES DE O
      ** RECEBIMENTO PASSAR A GRAVA-LA) NAO TEM COMO SER AVALIADO
      ** E SO E CONTADO NO RODAPE.
      **************************************************************
       0210-AVALIAR-PEDIDO.

           IF TAB-PED-SITUACAO(WRK-PED-SUB) = 'F'
               AND TAB-PED-DATA-ENTREGA(WRK-PED-SUB) = ZEROS
               ADD 1 TO WRK-QTD-SEM-ENTREGA
           ELSE
               MOVE TAB-PED-FORNECEDOR(WRK-PED-SUB)
                   TO WRK-FORNECEDOR-BUSCA
               PERFORM 0220-LOCALIZAR-FORNECEDOR
               IF WRK-ACHOU
                   MOVE 'AD' TO DTS-FUNCAO
                   MOVE TAB-PED-DATA(WRK-PED-SUB) TO DTS-DATA1
                   MOVE TAB-AVF-PRAZO(WRK-AVF-POS) TO DTS-DIAS
                   CALL 'PROGDATA' USING WRK-DTS-AREA
                   MOVE DTS-PROX-UTIL TO WRK-DATA-PROMETIDA
                   IF WRK-DATA-PROMETIDA >= WRK-DATA-INICIO
                       AND WRK-DATA-PROMETIDA <= WRK-LOTECAB-DATA
                       PERFORM 0230-ACUMULAR-PEDIDO
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** FORNECEDOR: PROCURADO NA TABELA PELO CODIGO; CODIGO NOVO E
      ** INSERIDO NA SUA POSICAO, DESLOCANDO OS MAIORES UMA CASA
      ** PARA BAIXO (COMO NO PROGMRGR), COM O NOME E O PRAZO DE
      ** ENTREGA DO CADASTRO (ZERADO, VALE O PRAZO DE PAGAMENTO).
      ** ACIMA DA CAPACIDADE O PEDIDO SO E CONTADO NO RODAPE.
      **************************************************************
       0220-LOCALIZAR-FORNECEDOR.

           MOVE 'N' TO WRK-ACHOU-SW.
           MOVE ZEROS TO WRK-AVF-POS.
           PERFORM 0221-PROCURAR-FORNECEDOR
               VARYING WRK-AVF-SUB FROM 1 BY 1
               UNTIL WRK-AVF-SUB > WRK-TAB-AVF-QTD
                  OR WRK-ACHOU.

           IF NOT WRK-ACHOU
               IF WRK-TAB-AVF-QTD < 500
                   ADD 1 TO WRK-TAB-AVF-QTD
                   MOVE WRK-TAB-AVF-QTD TO WRK-AVF-POS
                   MOVE 'N' TO WRK-POSICAO-SW
                   PERFORM 0225-DESLOCAR-FORNECEDOR
                       UNTIL WRK-POSICAO-OK
                   PERFORM 0226-INICIAR-FORNECEDOR
                   SET WRK-ACHOU TO TRUE
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

       0221-PROCURAR-FORNECEDOR.

           IF TAB-AVF-CODIGO(WRK-AVF-SUB) = WRK-FORNECEDOR-BUSCA
               SET WRK-ACHOU TO TRUE
               MOVE WRK-AVF-SUB TO WRK-AVF-POS
           END-IF.

       0225-DESLOCAR-FORNECEDOR.

           IF WRK-AVF-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-AVF-CODIGO(WRK-AVF-POS - 1) >
                   WRK-FORNECEDOR-BUSCA
                   MOVE TAB-AVF(WRK-AVF-POS - 1)
                       TO TAB-AVF(WRK-AVF-POS)
                   SUBTRACT 1 FROM WRK-AVF-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

       0226-INICIAR-FORNECEDOR.

           INITIALIZE TAB-AVF(WRK-AVF-POS).
           MOVE WRK-FORNECEDOR-BUSCA TO TAB-AVF-CODIGO(WRK-AVF-POS).
           MOVE WRK-FORNECEDOR-BUSCA TO FOR-CODIGO.
           READ FORNECED-FILE
               INVALID KEY
                   MOVE 'SEM CADASTRO' TO TAB-AVF-NOME(WRK-AVF-POS)
                   MOVE ZEROS TO TAB-AVF-PRAZO(WRK-AVF-POS)
                   MOVE 'N' TO TAB-AVF-CADASTRO-SW(WRK-AVF-POS)
               NOT INVALID KEY
                   MOVE FOR-NOME TO TAB-AVF-NOME(WRK-AVF-POS)
                   IF FOR-PRAZO-ENTREGA IS NUMERIC
                       AND FOR-PRAZO-ENTREGA > ZEROS
                       MOVE FOR-PRAZO-ENTREGA
                           TO TAB-AVF-PRAZO(WRK-AVF-POS)
                   ELSE
                       MOVE FOR-PRAZO-DIAS
                           TO TAB-AVF-PRAZO(WRK-AVF-POS)
                   END-IF
                   MOVE 'S' TO TAB-AVF-CADASTRO-SW(WRK-AVF-POS)
           END-READ.

      **************************************************************
      ** PEDIDO DO MES: SO O FECHADO CONTA COMO ENTREGUE (PRAZO REAL
      ** = DIAS CORRIDOS DO PEDIDO A ULTIMA ENTREGA) E SO O ENTREGUE
      ** ATE A DATA PROMETIDA CONTA COMO PONTUAL; O AINDA EM ABERTO
      ** OU PARCIAL JA PASSOU DA PROMESSA E CONTA COMO ATRASADO.
      **************************************************************
       0230-ACUMULAR-PEDIDO.

           ADD 1 TO WRK-QTD-NO-MES.
           ADD 1 TO TAB-AVF-QTD-PEDIDOS(WRK-AVF-POS).
           ADD TAB-PED-PEDIDA(WRK-PED-SUB)
               TO TAB-AVF-QTD-PEDIDA(WRK-AVF-POS).
           ADD TAB-PED-RECEBIDA(WRK-PED-SUB)
               TO TAB-AVF-QTD-RECEBIDA(WRK-AVF-POS).
           ADD TAB-PED-PARCIAIS(WRK-PED-SUB)
               TO TAB-AVF-QTD-PARCIAIS(WRK-AVF-POS).

           IF TAB-PED-SITUACAO(WRK-PED-SUB) = 'F'
               MOVE 'DE' TO DTS-FUNCAO
               MOVE TAB-PED-DATA(WRK-PED-SUB) TO DTS-DATA1
               MOVE TAB-PED-DATA-ENTREGA(WRK-PED-SUB) TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-DIAS TO WRK-PRAZO-DIAS
               IF WRK-PRAZO-DIAS < ZEROS
                   MOVE ZEROS TO WRK-PRAZO-DIAS
               END-IF
               ADD 1 TO TAB-AVF-QTD-ENTREGUES(WRK-AVF-POS)
               ADD WRK-PRAZO-DIAS TO TAB-AVF-SOMA-DIAS(WRK-AVF-POS)
               IF TAB-PED-DATA-ENTREGA(WRK-PED-SUB)
                   <= WRK-DATA-PROMETIDA
                   ADD 1 TO TAB-AVF-QTD-NO-PRAZO(WRK-AVF-POS)
               END-IF
           END-IF.

           PERFORM 0240-VARIACAO-PRECO.

      **************************************************************
      ** VARIACAO DE PRECO: CONTRA O PEDIDO IMEDIATAMENTE ANTERIOR
      ** (DATA + NUMERO) DO MESMO MATERIAL, DE QUALQUER FORNECEDOR,
      ** EM PERCENTUAL DO PRECO ANTERIOR. SEM PEDIDO ANTERIOR COM
      ** PRECO, O PEDIDO NAO ENTRA NA MEDIA.
      **************************************************************
       0240-VARIACAO-PRECO.

           MOVE ZEROS TO WRK-PED-ANTERIOR.
           MOVE ZEROS TO WRK-ORDEM-BUSCA.
           PERFORM 0241-PROCURAR-ANTERIOR
               VARYING WRK-PED-BUSCA FROM 1 BY 1
               UNTIL WRK-PED-BUSCA > WRK-TAB-PED-QTD.

           IF WRK-PED-ANTERIOR > ZEROS
               AND TAB-PED-PRECO(WRK-PED-ANTERIOR) > ZEROS
               AND TAB-PED-PRECO(WRK-PED-SUB) > ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                   (TAB-PED-PRECO(WRK-PED-SUB)
                   - TAB-PED-PRECO(WRK-PED-ANTERIOR)) * 100
                   / TAB-PED-PRECO(WRK-PED-ANTERIOR)
               ADD WRK-VARIACAO
                   TO TAB-AVF-SOMA-VARIACAO(WRK-AVF-POS)
               ADD 1 TO TAB-AVF-QTD-COM-ANTERIOR(WRK-AVF-POS)
           END-IF.

       0241-PROCURAR-ANTERIOR.

           IF TAB-PED-MATERIAL(WRK-PED-BUSCA) =
               TAB-PED-MATERIAL(WRK-PED-SUB)
               AND TAB-PED-ORDEM(WRK-PED-BUSCA) <
                   TAB-PED-ORDEM(WRK-PED-SUB)
               AND TAB-PED-ORDEM(WRK-PED-BUSCA) > WRK-ORDEM-BUSCA
               MOVE WRK-PED-BUSCA TO WRK-PED-ANTERIOR
               MOVE TAB-PED-ORDEM(WRK-PED-BUSCA) TO WRK-ORDEM-BUSCA
           END-IF.

       0300-FINALIZAR.

           OPEN OUTPUT AVFREL-FILE.
           MOVE 'PROGAVFR' TO WRK-CAB-PROGRAMA.
           MOVE 'AVALIACAO DE FORNECEDORES' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE AVFREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE AVFREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO AVFREL-LINHA.
           STRING 'MES ' DELIMITED BY SIZE
               WRK-REF-MES   DELIMITED BY SIZE
               '/'           DELIMITED BY SIZE
               WRK-REF-ANO   DELIMITED BY SIZE
               ' - PEDIDOS COM ENTREGA PROMETIDA ATE '
                             DELIMITED BY SIZE
               WRK-LOTECAB-DIA DELIMITED BY SIZE
               '/'           DELIMITED BY SIZE
               WRK-LOTECAB-MES DELIMITED BY SIZE
               '/'           DELIMITED BY SIZE
               WRK-LOTECAB-ANO DELIMITED BY SIZE
               INTO AVFREL-LINHA.
           WRITE AVFREL-LINHA.
           MOVE SPACES TO AVFREL-LINHA.
           WRITE AVFREL-LINHA.
           WRITE AVFREL-LINHA FROM WRK-LINHA-TITULO.

           PERFORM 0310-AVALIAR-FORNECEDOR
               VARYING WRK-AVF-SUB FROM 1 BY 1
               UNTIL WRK-AVF-SUB > WRK-TAB-AVF-QTD.

           MOVE SPACES TO AVFREL-LINHA.
           WRITE AVFREL-LINHA.
           MOVE WRK-NOTA-MINIMA TO WRK-LD-NOTA.
           MOVE SPACES TO AVFREL-LINHA.
           STRING 'FORNECEDORES AVALIADOS: ' DELIMITED BY SIZE
               WRK-QTD-AVALIADOS  DELIMITED BY SIZE
               '  ABAIXO DA NOTA MINIMA (' DELIMITED BY SIZE
               WRK-LD-NOTA        DELIMITED BY SIZE
               '): '              DELIMITED BY SIZE
               WRK-QTD-ABAIXO     DELIMITED BY SIZE
               INTO AVFREL-LINHA.
           WRITE AVFREL-LINHA.

           IF WRK-QTD-FORA-TABELA > ZEROS
               OR WRK-QTD-SEM-ENTREGA > ZEROS
               MOVE SPACES TO AVFREL-LINHA
               STRING 'PEDIDOS SEM LUGAR NA TABELA: '
                   DELIMITED BY SIZE
                   WRK-QTD-FORA-TABELA  DELIMITED BY SIZE
                   '  FECHADOS SEM DATA DE ENTREGA: '
                   DELIMITED BY SIZE
                   WRK-QTD-SEM-ENTREGA  DELIMITED BY SIZE
                   INTO AVFREL-LINHA
               WRITE AVFREL-LINHA
           END-IF.

           IF WRK-FORNECED-ABERTO
               CLOSE FORNECED-FILE
           END-IF.
           CLOSE AVFREL-FILE.

           DISPLAY 'AVALIACAO ' WRK-REF-MES '/' WRK-REF-ANO
               ': ' WRK-QTD-NO-MES ' DE ' WRK-QTD-LIDOS
               ' PEDIDO(S) NO MES, ' WRK-QTD-AVALIADOS
               ' FORNECEDOR(ES), ' WRK-QTD-ABAIXO
               ' ABAIXO DA NOTA MINIMA.'.

      **************************************************************
      ** FORNECEDOR COM PEDIDO NO MES: CALCULA OS INDICADORES E A
      ** NOTA, IMPRIME A LINHA E GRAVA A NOTA NO CADASTRO.
      **************************************************************
       0310-AVALIAR-FORNECEDOR.

           IF TAB-AVF-QTD-PEDIDOS(WRK-AVF-SUB) > ZEROS
               ADD 1 TO WRK-QTD-AVALIADOS
               PERFORM 0320-CALCULAR-NOTA
               PERFORM 0330-IMPRIMIR-FORNECEDOR
               IF TAB-AVF-CADASTRO-SW(WRK-AVF-SUB) = 'S'
                   PERFORM 0340-GRAVAR-NOTA
               END-IF
           END-IF.

       0320-CALCULAR-NOTA.

           COMPUTE WRK-PERC-PONTUAL ROUNDED =
               TAB-AVF-QTD-NO-PRAZO(WRK-AVF-SUB) * 100
               / TAB-AVF-QTD-PEDIDOS(WRK-AVF-SUB).

           MOVE ZEROS TO WRK-PRAZO-MEDIO.
           IF TAB-AVF-QTD-ENTREGUES(WRK-AVF-SUB) > ZEROS
               COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                   TAB-AVF-SOMA-DIAS(WRK-AVF-SUB)
                   / TAB-AVF-QTD-ENTREGUES(WRK-AVF-SUB)
           END-IF.

           MOVE ZEROS TO WRK-PERC-ATENDIDO.
           IF TAB-AVF-QTD-PEDIDA(WRK-AVF-SUB) > ZEROS
               IF TAB-AVF-QTD-RECEBIDA(WRK-AVF-SUB) >=
                   TAB-AVF-QTD-PEDIDA(WRK-AVF-SUB)
                   MOVE 100 TO WRK-PERC-ATENDIDO
               ELSE
                   COMPUTE WRK-PERC-ATENDIDO ROUNDED =
                       TAB-AVF-QTD-RECEBIDA(WRK-AVF-SUB) * 100
                       / TAB-AVF-QTD-PEDIDA(WRK-AVF-SUB)
               END-IF
           END-IF.

           MOVE ZEROS TO WRK-VARIACAO-MEDIA.
           IF TAB-AVF-QTD-COM-ANTERIOR(WRK-AVF-SUB) > ZEROS
               COMPUTE WRK-VARIACAO-MEDIA ROUNDED =
                   TAB-AVF-SOMA-VARIACAO(WRK-AVF-SUB)
                   / TAB-AVF-QTD-COM-ANTERIOR(WRK-AVF-SUB)
           END-IF.

           IF WRK-VARIACAO-MEDIA > ZEROS
               COMPUTE WRK-PONTOS-PRECO =
                   100 - WRK-VARIACAO-MEDIA * WRK-PERDA-POR-ALTA
               IF WRK-PONTOS-PRECO < ZEROS
                   MOVE ZEROS TO WRK-PONTOS-PRECO
               END-IF
           ELSE
               MOVE 100 TO WRK-PONTOS-PRECO
           END-IF.

           COMPUTE WRK-NOTA ROUNDED =
               WRK-PERC-PONTUAL * WRK-PESO-PONTUAL
               + WRK-PERC-ATENDIDO * WRK-PESO-ATENDIDO
               + WRK-PONTOS-PRECO * WRK-PESO-PRECO.

       0330-IMPRIMIR-FORNECEDOR.

           MOVE TAB-AVF-CODIGO(WRK-AVF-SUB)      TO WRK-LD-CODIGO.
           MOVE TAB-AVF-NOME(WRK-AVF-SUB)        TO WRK-LD-NOME.
           MOVE TAB-AVF-QTD-PEDIDOS(WRK-AVF-SUB) TO WRK-LD-PEDIDOS.
           MOVE WRK-PERC-PONTUAL                 TO WRK-LD-PONTUAL.
           MOVE TAB-AVF-PRAZO(WRK-AVF-SUB)       TO WRK-LD-PRAZO.
           MOVE WRK-PRAZO-MEDIO                  TO WRK-LD-PRAZO-MEDIO.
           MOVE WRK-PERC-ATENDIDO                TO WRK-LD-ATENDIDO.
           MOVE TAB-AVF-QTD-PARCIAIS(WRK-AVF-SUB)
               TO WRK-LD-PARCIAIS.
           MOVE WRK-VARIACAO-MEDIA               TO WRK-LD-VARIACAO.
           MOVE WRK-NOTA                         TO WRK-LD-NOTA.
           IF WRK-NOTA < WRK-NOTA-MINIMA
               ADD 1 TO WRK-QTD-ABAIXO
               MOVE '*ABAIXO DO MINIMO' TO WRK-LD-SITUACAO
           ELSE
               MOVE SPACES TO WRK-LD-SITUACAO
           END-IF.
           WRITE AVFREL-LINHA FROM WRK-LINHA-DETALHE.

       0340-GRAVAR-NOTA.

           MOVE TAB-AVF-CODIGO(WRK-AVF-SUB) TO FOR-CODIGO.
           READ FORNECED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-NOTA       TO FOR-NOTA
                   MOVE WRK-ANOMES-REF TO FOR-NOTA-ANOMES
                   IF WRK-NOTA < WRK-NOTA-MINIMA
                       SET FOR-NOTA-ABAIXO-MINIMO TO TRUE
                   ELSE
                       SET FOR-NOTA-REGULAR TO TRUE
                   END-IF
                   REWRITE FORNECED-REG
           END-READ.

      **************************************************************
      ** CARGA DOS PEDIDOS VIVOS E DO HISTORICO. ARQUIVO AUSENTE
      ** VALE COMO VAZIO; ACIMA DA CAPACIDADE (3000) O PEDIDO SO E
      ** CONTADO NO RODAPE. CAMPO NAO NUMERICO (PEDIDO GRAVADO
      ** ANTES DO LAYOUT ATUAL) ENTRA ZERADO.
      **************************************************************
       7200-CARREGAR-PEDIDOS.

           OPEN INPUT OCOMPRA-FILE.
           IF WRK-OCOMPRA-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-FIM-SW
               PERFORM 7210-LER-PEDIDO UNTIL WRK-ARQ-FIM
               CLOSE OCOMPRA-FILE
           END-IF.

       7210-LER-PEDIDO.

           READ OCOMPRA-FILE
               AT END
                   SET WRK-ARQ-FIM TO TRUE
               NOT AT END
                   PERFORM 7220-GUARDAR-PEDIDO
           END-READ.

       7220-GUARDAR-PEDIDO.

           ADD 1 TO WRK-QTD-LIDOS.
           IF WRK-TAB-PED-QTD >= 3000
               ADD 1 TO WRK-QTD-FORA-TABELA
           ELSE
               ADD 1 TO WRK-TAB-PED-QTD
               MOVE OCP-NUMERO     TO TAB-PED-NUMERO(WRK-TAB-PED-QTD)
               MOVE OCP-DATA       TO TAB-PED-DATA(WRK-TAB-PED-QTD)
               MOVE OCP-FORNECEDOR
                   TO TAB-PED-FORNECEDOR(WRK-TAB-PED-QTD)
               MOVE OCP-MATERIAL   TO TAB-PED-MATERIAL(WRK-TAB-PED-QTD)
               MOVE OCP-QTD-PEDIDA TO TAB-PED-PEDIDA(WRK-TAB-PED-QTD)
               MOVE OCP-QTD-RECEBIDA
                   TO TAB-PED-RECEBIDA(WRK-TAB-PED-QTD)
               MOVE OCP-SITUACAO   TO TAB-PED-SITUACAO(WRK-TAB-PED-QTD)
               PERFORM 7230-GUARDAR-CAMPOS-NOVOS
           END-IF.

       7230-GUARDAR-CAMPOS-NOVOS.

           IF OCP-PRECO-UNIT IS NUMERIC
               MOVE OCP-PRECO-UNIT TO TAB-PED-PRECO(WRK-TAB-PED-QTD)
           ELSE
               MOVE ZEROS TO TAB-PED-PRECO(WRK-TAB-PED-QTD)
           END-IF.
           IF OCP-DATA-ENTREGA IS NUMERIC
               MOVE OCP-DATA-ENTREGA
                   TO TAB-PED-DATA-ENTREGA(WRK-TAB-PED-QTD)
           ELSE
               MOVE ZEROS TO TAB-PED-DATA-ENTREGA(WRK-TAB-PED-QTD)
           END-IF.
           IF OCP-QTD-PARCIAIS IS NUMERIC
               MOVE OCP-QTD-PARCIAIS
                   TO TAB-PED-PARCIAIS(WRK-TAB-PED-QTD)
           ELSE
               MOVE ZEROS TO TAB-PED-PARCIAIS(WRK-TAB-PED-QTD)
           END-IF.

       7300-CARREGAR-HISTORICO.

           OPEN INPUT OCPHIST-FILE.
           IF WRK-OCPHIST-STATUS = '00'
               MOVE 'N' TO WRK-ARQ-FIM-SW
               PERFORM 7310-LER-HISTORICO UNTIL WRK-ARQ-FIM
               CLOSE OCPHIST-FILE
           END-IF.

       7310-LER-HISTORICO.

           READ OCPHIST-FILE INTO OCOMPRA-REG
               AT END
                   SET WRK-ARQ-FIM TO TRUE
               NOT AT END
                   PERFORM 7220-GUARDAR-PEDIDO
           END-READ.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
