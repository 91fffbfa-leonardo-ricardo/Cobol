      **               VENDAS (VSA-PARCELAS), PARA O CABECALHO DE
      **               FATURA CHEGAR AO PROGFATB COM O PARCELAMENTO
      **               PEDIDO. PEDIDO ANTIGO SEM O CAMPO VALE 1.
      **  15/10/2026 LR - COM O ESTOQUE DE PRODUTOS (ESTOQUEP)
      **               PRESENTE, AS RESERVAS DA CARTEIRA SAO
      **               REALOCADAS NO INICIO (CPYRSVPR, PRIORIDADE
      **               PELA DATA DO PEDIDO) E A ENTREGA SO E ACEITA
      **               ATE A QUANTIDADE RESERVADA DO PEDIDO; O QUE
      **               PASSAR VAI PARA EXCECOES, POIS ESTARIA
      **               PROMETENDO UNIDADES DE OUTRO PEDIDO. A ENTREGA
      **               CONSOME A RESERVA DO PEDIDO E DO PRODUTO.
      **  15/10/2026 LR - O CLIENTE DO PEDIDO PASSA A SER O TIPO DE
      **               PESSOA MAIS O DOCUMENTO (CPF OU CNPJ); O
      **               MOVIMENTO DE VENDAS LEVA A CHAVE COMPLETA
      **               (VSA-CLIENTE) E A CARTEIRA IMPRIME O DOCUMENTO
      **               FORMATADO.
      **  15/10/2026 LR - O CPF DO CLIENTE NO PEDBKLG PASSA PELO
      **               MASCARAMENTO DE DADOS PESSOAIS (PROGMASC, VER
      **               CPYDMKPR).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDBKLG-STATUS.
           COPY CPYPDVSL.
           COPY CPYESTSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
           05  VSA-FILIAL         PIC 9(02).
           05  VSA-CODVENDEDOR    PIC 9(04).
           05  VSA-VENDEDOR       PIC X(30).
           05  VSA-CLIENTE.
               10  VSA-TIPO-PESSOA PIC X(01).
               10  VSA-DOC-CLIENTE PIC 9(14).
           05  VSA-CODPRODUTO     PIC X(08).
           05  VSA-PRODUTO        PIC X(15).
           05  VSA-UF-DESTINO     PIC X(02).
       FD  PEDBKLG-FILE.
       01  PEDBKLG-LINHA          PIC X(90).
       COPY CPYPDVFD.
       COPY CPYESTFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       77  WRK-VENDAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PEDBKLG-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-BKLG-FIM-SW        PIC X(01) VALUE 'N'.
           88  WRK-BKLG-FIM                   VALUE 'S'.
       77  WRK-PEDVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PEDVENDA-ABERTO            VALUE 'S'.
       77  WRK-ESTOQUEP-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ESTOQUEP-ABERTO            VALUE 'S'.
       77  WRK-QTD-ENTREGAS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ABERTOS        PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ENTREGA      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-IDADE-PEDIDO       PIC S9(05) VALUE ZEROS.
       01  WRK-LINHA-BACKLOG.
           05  WRK-LB-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LB-NUMERO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE ' DIAS'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LB-SITUACAO    PIC X(08).
       COPY CPYRSVWS.
       COPY CPYCABWS.
       COPY CPYDTSWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGPDVB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
           ELSE
               SET WRK-PEDVENDA-ABERTO TO TRUE

               OPEN I-O ESTOQUEP-FILE
               IF WRK-ESTOQUEP-STATUS = '00'
                   SET WRK-ESTOQUEP-ABERTO TO TRUE
                   PERFORM 7850-REALOCAR-RESERVAS
                   DISPLAY 'RESERVAS REALOCADAS - PEDIDOS EM '
                       'BACKORDER: ' WRK-RSV-PEDIDOS-PENDENTES
                       '  UNIDADES: ' WRK-RSV-QTD-PENDENTE
               END-IF

               OPEN OUTPUT VENDAS-FILE
               MOVE '0'              TO VCA-TIPO
               MOVE WRK-LOTECAB-DATA TO VCA-DATA
      **************************************************************
      ** CADA ENTREGA CONFIRMADA E VALIDADA CONTRA O PEDIDO:
      ** PEDIDO INEXISTENTE, CANCELADO, JA FECHADO OU QUANTIDADE
      ** ACIMA DO SALDO (OU, COM CONTROLE DE ESTOQUE, ACIMA DA
      ** RESERVA DO PEDIDO) VAI PARA EXCECOES; ENTREGA ACEITA GERA O
      ** REGISTRO DE VENDA DO DIA E ATUALIZA O PEDIDO (PARCIAL OU
      ** FECHADO).
      **************************************************************
                       TO EXC-MOTIVO
                   MOVE ENTREGA-REG       TO WRK-EXC-IMAGEM
                   PERFORM 9100-GRAVAR-EXCECAO
               WHEN WRK-ESTOQUEP-ABERTO
                   AND ENT-QUANTIDADE > PDV-QTD-RESERVADA
                   ADD 1 TO WRK-QTD-REJEITADAS
                   MOVE 'PROGPDVB'        TO EXC-PROGRAMA
                   MOVE ENT-NUMERO-PEDIDO TO EXC-CHAVE
                   MOVE 'ENT-QUANTIDADE'  TO EXC-CAMPO
                   MOVE ENT-QUANTIDADE    TO EXC-VALOR
                   MOVE 'QUANTIDADE ACIMA DA RESERVA DO PEDIDO'
                       TO EXC-MOTIVO
                   MOVE ENTREGA-REG       TO WRK-EXC-IMAGEM
                   PERFORM 9100-GRAVAR-EXCECAO
               WHEN OTHER
                   PERFORM 0220-GERAR-VENDA-DO-DIA
           END-EVALUATE.
           MOVE PDV-FILIAL       TO VSA-FILIAL.
           MOVE PDV-CODVENDEDOR  TO VSA-CODVENDEDOR.
           MOVE PDV-VENDEDOR     TO VSA-VENDEDOR.
           MOVE PDV-CLIENTE      TO VSA-CLIENTE.
           MOVE PDV-CODPRODUTO   TO VSA-CODPRODUTO.
           MOVE PDV-PRODUTO      TO VSA-PRODUTO.
           MOVE PDV-UF-DESTINO   TO VSA-UF-DESTINO.
           ELSE
               SET PDV-PARCIAL TO TRUE
           END-IF.
           IF WRK-ESTOQUEP-ABERTO
               SUBTRACT ENT-QUANTIDADE FROM PDV-QTD-RESERVADA
               PERFORM 0230-BAIXAR-RESERVA-PRODUTO
           END-IF.
           REWRITE PEDVENDA-REG.

      **************************************************************
      ** A UNIDADE ENTREGUE DEIXA DE ESTAR RESERVADA NO PRODUTO; O
      ** SALDO DO ESTOQUE CONTINUA SENDO BAIXADO PELO FATURAMENTO
      ** (PROGFATB).
      **************************************************************
       0230-BAIXAR-RESERVA-PRODUTO.

           MOVE PDV-CODPRODUTO TO EST-CODIGO.
           READ ESTOQUEP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EST-RESERVADO > ENT-QUANTIDADE
                       SUBTRACT ENT-QUANTIDADE FROM EST-RESERVADO
                   ELSE
                       MOVE ZEROS TO EST-RESERVADO
                   END-IF
                   REWRITE ESTOQUEP-REG
           END-READ.

       0300-FINALIZAR.

           IF WRK-PEDVENDA-ABERTO
               PERFORM 0400-GRAVAR-BACKLOG

               CLOSE PEDVENDA-FILE
               IF WRK-ESTOQUEP-ABERTO
                   CLOSE ESTOQUEP-FILE
               END-IF
               IF WRK-ENTREGAS-STATUS NOT = '35'
                   CLOSE ENTREGAS-FILE
               END-IF
           MOVE SPACES TO PEDBKLG-LINHA.
           WRITE PEDBKLG-LINHA.
           MOVE SPACES TO PEDBKLG-LINHA.
           STRING 'CPF/CNPJ            PEDIDO    PRODUTO          '
               DELIMITED BY SIZE
               'SALDO   IDADE        SIT.' DELIMITED BY SIZE
               INTO PEDBKLG-LINHA.
           COMPUTE WRK-SALDO-PEDIDO =
               PDV-QTD-PEDIDA - PDV-QTD-FATURADA.

           MOVE PDV-CLIENTE      TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO TO WRK-LB-DOCUMENTO.
           MOVE PDV-NUMERO       TO WRK-LB-NUMERO.
           MOVE PDV-PRODUTO      TO WRK-LB-PRODUTO.
           MOVE WRK-SALDO-PEDIDO TO WRK-LB-SALDO.
           END-IF.
           WRITE PEDBKLG-LINHA FROM WRK-LINHA-BACKLOG.

       COPY CPYRSVPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
