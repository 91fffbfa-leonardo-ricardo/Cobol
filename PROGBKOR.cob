       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBKOR.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RELATORIO DE BACKORDER POR CLIENTE E PRODUTO.
      **    PERCORRE A CARTEIRA DE PEDIDOS (PEDVENDA) E LISTA OS
      **    PEDIDOS ABERTOS OU PARCIAIS CUJO SALDO A ENTREGAR NAO
      **    ESTA TODO RESERVADO NO ESTOQUE DE PRODUTOS ACABADOS (VER
      **    CPYRSVPR): POR CLIENTE (CPF) E, DENTRO DELE, POR
      **    PRODUTO NA PRIORIDADE DA DATA DO PEDIDO, COM O SALDO, O
      **    RESERVADO, O BACKORDER E A IDADE DO PEDIDO EM DIAS
      **    (PROGDATA), SUBTOTAL POR PRODUTO DO CLIENTE, TOTAL DO
      **    CLIENTE E TOTAL GERAL. SAIDA: BKORDREL.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - A QUEBRA POR CLIENTE PASSA A SER PELO TIPO
      **               DE PESSOA MAIS O DOCUMENTO (CPF OU CNPJ), QUE
      **               SAI FORMATADO NO CABECALHO DO CLIENTE.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPDVSL.
           SELECT BKORDREL-FILE ASSIGN TO "BKORDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BKORDREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYPDVFD.
       FD  BKORDREL-FILE.
       01  BKORDREL-LINHA         PIC X(90).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-BKORDREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-PEDVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PEDVENDA-ABERTO            VALUE 'S'.
       77  WRK-POSICAO-SW         PIC X(01) VALUE 'N'.
           88  WRK-POSICAO-OK                 VALUE 'S'.
       77  WRK-TAB-BKO-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-BKO-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-BKO-POS            PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-FORA-TABELA    PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-PEDIDO       PIC 9(05) VALUE ZEROS.
       77  WRK-RESERVADO          PIC 9(05) VALUE ZEROS.
       77  WRK-IDADE-PEDIDO       PIC S9(05) VALUE ZEROS.
       77  WRK-CLIENTE-ATUAL      PIC X(15) VALUE SPACES.
       77  WRK-PRODUTO-ATUAL      PIC X(08) VALUE SPACES.
       77  WRK-QTD-CLIENTES       PIC 9(05) VALUE ZEROS.
       77  WRK-SUB-PRODUTO        PIC 9(07) VALUE ZEROS.
       77  WRK-SUB-CLIENTE        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-GERAL        PIC 9(09) VALUE ZEROS.
       77  WRK-QTD-ED             PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
      **************************************************************
      ** PEDIDOS COM BACKORDER, ORDENADOS POR CLIENTE, PRODUTO, DATA
      ** DO PEDIDO E NUMERO.
      **************************************************************
       01  WRK-BKO-CHAVE.
           05  WRK-BKO-CHAVE-CLIENTE PIC X(15).
           05  WRK-BKO-CHAVE-PRODUTO PIC X(08).
           05  WRK-BKO-CHAVE-DATA    PIC 9(08).
           05  WRK-BKO-CHAVE-NUMERO  PIC 9(08).
       01  WRK-BKO-DADOS.
           05  WRK-BKO-DESCRICAO  PIC X(15).
           05  WRK-BKO-SALDO      PIC 9(05).
           05  WRK-BKO-RESERVADO  PIC 9(05).
       01  WRK-TAB-BACKORDER.
           05  TAB-BKO OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-TAB-BKO-QTD.
               10  TAB-BKO-CHAVE.
                   15  TAB-BKO-CLIENTE    PIC X(15).
                   15  TAB-BKO-PRODUTO    PIC X(08).
                   15  TAB-BKO-DATA       PIC 9(08).
                   15  TAB-BKO-NUMERO     PIC 9(08).
               10  TAB-BKO-DADOS.
                   15  TAB-BKO-DESCRICAO  PIC X(15).
                   15  TAB-BKO-SALDO      PIC 9(05).
                   15  TAB-BKO-RESERVADO  PIC 9(05).
       01  WRK-LINHA-DETALHE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LD-PRODUTO     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-DESCRICAO   PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-NUMERO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-DATA        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-SALDO       PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-RESERVADO   PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-BACKORDER   PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-IDADE       PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE ' DIAS'.
       COPY CPYCABWS.
       COPY CPYDTSWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-PEDIDO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGBKOR'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

           OPEN OUTPUT BKORDREL-FILE.
           MOVE 'PROGBKOR' TO WRK-CAB-PROGRAMA.
           MOVE 'BACKORDER POR CLIENTE/PRODUTO' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE BKORDREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE BKORDREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO BKORDREL-LINHA.
           WRITE BKORDREL-LINHA.
           MOVE SPACES TO BKORDREL-LINHA.
           STRING '    PRODUTO  DESCRICAO        PEDIDO    DATA      '
               DELIMITED BY SIZE
               ' SALDO  RESERV.  BACKORD.  IDADE' DELIMITED BY SIZE
               INTO BKORDREL-LINHA.
           WRITE BKORDREL-LINHA.

           OPEN INPUT PEDVENDA-FILE.
           IF WRK-PEDVENDA-STATUS = '35'
               SET WRK-FIM TO TRUE
           ELSE
               IF WRK-PEDVENDA-STATUS NOT = '00'
                   MOVE 'PROGBKOR'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-PEDVENDA-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE PEDIDOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-PEDVENDA-ABERTO TO TRUE
                   MOVE ZEROS TO PDV-NUMERO
                   START PEDVENDA-FILE
                       KEY IS NOT LESS THAN PDV-NUMERO
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
               END-IF
           END-IF.

      **************************************************************
      ** PEDIDO ABERTO OU PARCIAL COM SALDO ALEM DO RESERVADO ENTRA
      ** NA TABELA, NA POSICAO DA SUA CHAVE (INSERCAO ORDENADA).
      ** PEDIDO SEM O CAMPO DE RESERVA (NAO NUMERICO) TEM TODO O
      ** SALDO EM BACKORDER.
      **************************************************************
       0200-CARREGAR-PEDIDO.

           READ PEDVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF (PDV-ABERTO OR PDV-PARCIAL)
                       AND PDV-QTD-PEDIDA > PDV-QTD-FATURADA
                       PERFORM 0210-AVALIAR-PEDIDO
                   END-IF
           END-READ.

       0210-AVALIAR-PEDIDO.

           COMPUTE WRK-SALDO-PEDIDO =
               PDV-QTD-PEDIDA - PDV-QTD-FATURADA.
           IF PDV-QTD-RESERVADA NUMERIC
               MOVE PDV-QTD-RESERVADA TO WRK-RESERVADO
           ELSE
               MOVE ZEROS TO WRK-RESERVADO
           END-IF.

           IF WRK-RESERVADO < WRK-SALDO-PEDIDO
               IF WRK-TAB-BKO-QTD < 3000
                   MOVE PDV-CLIENTE      TO WRK-BKO-CHAVE-CLIENTE
                   MOVE PDV-CODPRODUTO   TO WRK-BKO-CHAVE-PRODUTO
                   MOVE PDV-DATA-PEDIDO  TO WRK-BKO-CHAVE-DATA
                   MOVE PDV-NUMERO       TO WRK-BKO-CHAVE-NUMERO
                   MOVE PDV-PRODUTO      TO WRK-BKO-DESCRICAO
                   MOVE WRK-SALDO-PEDIDO TO WRK-BKO-SALDO
                   MOVE WRK-RESERVADO    TO WRK-BKO-RESERVADO
                   ADD 1 TO WRK-TAB-BKO-QTD
                   MOVE WRK-TAB-BKO-QTD TO WRK-BKO-POS
                   MOVE 'N' TO WRK-POSICAO-SW
                   PERFORM 0220-DESLOCAR-TABELA UNTIL WRK-POSICAO-OK
                   MOVE WRK-BKO-CHAVE TO TAB-BKO-CHAVE(WRK-BKO-POS)
                   MOVE WRK-BKO-DADOS TO TAB-BKO-DADOS(WRK-BKO-POS)
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.

       0220-DESLOCAR-TABELA.

           IF WRK-BKO-POS = 1
               SET WRK-POSICAO-OK TO TRUE
           ELSE
               IF TAB-BKO-CHAVE(WRK-BKO-POS - 1) > WRK-BKO-CHAVE
                   MOVE TAB-BKO(WRK-BKO-POS - 1)
                       TO TAB-BKO(WRK-BKO-POS)
                   SUBTRACT 1 FROM WRK-BKO-POS
               ELSE
                   SET WRK-POSICAO-OK TO TRUE
               END-IF
           END-IF.

       0300-FINALIZAR.

           PERFORM 0310-LISTAR-PEDIDO
               VARYING WRK-BKO-SUB FROM 1 BY 1
               UNTIL WRK-BKO-SUB > WRK-TAB-BKO-QTD.

           IF WRK-TAB-BKO-QTD > ZEROS
               PERFORM 0330-FECHAR-PRODUTO
               PERFORM 0340-FECHAR-CLIENTE
           END-IF.

           MOVE SPACES TO BKORDREL-LINHA.
           WRITE BKORDREL-LINHA.
           MOVE WRK-TOTAL-GERAL TO WRK-QTD-ED.
           MOVE SPACES TO BKORDREL-LINHA.
           STRING 'TOTAL GERAL EM BACKORDER: ' DELIMITED BY SIZE
               WRK-QTD-ED              DELIMITED BY SIZE
               ' UNIDADE(S) - CLIENTES: ' DELIMITED BY SIZE
               WRK-QTD-CLIENTES        DELIMITED BY SIZE
               '  PEDIDOS: '           DELIMITED BY SIZE
               WRK-TAB-BKO-QTD         DELIMITED BY SIZE
               INTO BKORDREL-LINHA.
           WRITE BKORDREL-LINHA.

           IF WRK-QTD-FORA-TABELA > ZEROS
               MOVE SPACES TO BKORDREL-LINHA
               STRING 'PEDIDOS EM BACKORDER ALEM DA CAPACIDADE DO '
                   DELIMITED BY SIZE
                   'RELATORIO: ' DELIMITED BY SIZE
                   WRK-QTD-FORA-TABELA DELIMITED BY SIZE
                   INTO BKORDREL-LINHA
               WRITE BKORDREL-LINHA
           END-IF.

           IF WRK-PEDVENDA-ABERTO
               CLOSE PEDVENDA-FILE
           END-IF.
           CLOSE BKORDREL-FILE.

           DISPLAY 'BACKORDER: ' WRK-TAB-BKO-QTD ' PEDIDO(S) DE '
               WRK-QTD-CLIENTES ' CLIENTE(S).'.

      **************************************************************
      ** QUEBRA POR CLIENTE E, DENTRO DELE, POR PRODUTO.
      **************************************************************
       0310-LISTAR-PEDIDO.

           IF WRK-BKO-SUB = 1
               OR TAB-BKO-CLIENTE(WRK-BKO-SUB) NOT = WRK-CLIENTE-ATUAL
               IF WRK-BKO-SUB > 1
                   PERFORM 0330-FECHAR-PRODUTO
                   PERFORM 0340-FECHAR-CLIENTE
               END-IF
               MOVE TAB-BKO-CLIENTE(WRK-BKO-SUB) TO WRK-CLIENTE-ATUAL
               MOVE TAB-BKO-PRODUTO(WRK-BKO-SUB) TO WRK-PRODUTO-ATUAL
               ADD 1 TO WRK-QTD-CLIENTES
               MOVE SPACES TO BKORDREL-LINHA
               WRITE BKORDREL-LINHA
               MOVE WRK-CLIENTE-ATUAL TO WRK-DOC-CHAVE
               PERFORM 7955-FORMATAR-DOC-MASCARADO
               MOVE SPACES TO BKORDREL-LINHA
               STRING 'CLIENTE ' DELIMITED BY SIZE
                   WRK-DOC-ROTULO     DELIMITED BY SPACE
                   ': '               DELIMITED BY SIZE
                   WRK-DOC-FORMATADO  DELIMITED BY SPACE
                   INTO BKORDREL-LINHA
               WRITE BKORDREL-LINHA
           ELSE
               IF TAB-BKO-PRODUTO(WRK-BKO-SUB) NOT = WRK-PRODUTO-ATUAL
                   PERFORM 0330-FECHAR-PRODUTO
                   MOVE TAB-BKO-PRODUTO(WRK-BKO-SUB)
                       TO WRK-PRODUTO-ATUAL
               END-IF
           END-IF.

           PERFORM 0320-IMPRIMIR-PEDIDO.

       0320-IMPRIMIR-PEDIDO.

           MOVE 'DE'                      TO DTS-FUNCAO.
           MOVE TAB-BKO-DATA(WRK-BKO-SUB) TO DTS-DATA1.
           MOVE WRK-LOTECAB-DATA          TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS                  TO WRK-IDADE-PEDIDO.
           IF WRK-IDADE-PEDIDO < ZEROS
               MOVE ZEROS TO WRK-IDADE-PEDIDO
           END-IF.

           COMPUTE WRK-SALDO-PEDIDO = TAB-BKO-SALDO(WRK-BKO-SUB)
               - TAB-BKO-RESERVADO(WRK-BKO-SUB).
           ADD WRK-SALDO-PEDIDO TO WRK-SUB-PRODUTO.

           MOVE TAB-BKO-PRODUTO(WRK-BKO-SUB)   TO WRK-LD-PRODUTO.
           MOVE TAB-BKO-DESCRICAO(WRK-BKO-SUB) TO WRK-LD-DESCRICAO.
           MOVE TAB-BKO-NUMERO(WRK-BKO-SUB)    TO WRK-LD-NUMERO.
           MOVE TAB-BKO-DATA(WRK-BKO-SUB)      TO WRK-LD-DATA.
           MOVE TAB-BKO-SALDO(WRK-BKO-SUB)     TO WRK-LD-SALDO.
           MOVE TAB-BKO-RESERVADO(WRK-BKO-SUB) TO WRK-LD-RESERVADO.
           MOVE WRK-SALDO-PEDIDO               TO WRK-LD-BACKORDER.
           MOVE WRK-IDADE-PEDIDO               TO WRK-LD-IDADE.
           WRITE BKORDREL-LINHA FROM WRK-LINHA-DETALHE.

       0330-FECHAR-PRODUTO.

           MOVE WRK-SUB-PRODUTO TO WRK-QTD-ED.
           MOVE SPACES TO BKORDREL-LINHA.
           STRING '    SUBTOTAL DO PRODUTO ' DELIMITED BY SIZE
               WRK-PRODUTO-ATUAL  DELIMITED BY SIZE
               ': '               DELIMITED BY SIZE
               WRK-QTD-ED         DELIMITED BY SIZE
               INTO BKORDREL-LINHA.
           WRITE BKORDREL-LINHA.
           ADD WRK-SUB-PRODUTO TO WRK-SUB-CLIENTE.
           MOVE ZEROS TO WRK-SUB-PRODUTO.

       0340-FECHAR-CLIENTE.

           MOVE WRK-SUB-CLIENTE TO WRK-QTD-ED.
           MOVE SPACES TO BKORDREL-LINHA.
           STRING '  TOTAL DO CLIENTE: ' DELIMITED BY SIZE
               WRK-QTD-ED         DELIMITED BY SIZE
               INTO BKORDREL-LINHA.
           WRITE BKORDREL-LINHA.
           ADD WRK-SUB-CLIENTE TO WRK-TOTAL-GERAL.
           MOVE ZEROS TO WRK-SUB-CLIENTE.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
