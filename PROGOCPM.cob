      **               ACIMA DA CAPACIDADE DA TABELA (300) PASSA A
      **               RECUSAR A SESSAO SEM REGRAVAR NADA, PARA NAO
      **               REGRAVAR O ARQUIVO TRUNCADO.
      **  15/10/2026 LR - RECEBIMENTO PASSA A PEDIR O ICMS DESTACADO
      **               NA NOTA DO FORNECEDOR, QUE SEGUE NO FORNFAT
      **               ATE O TITULO DO CONTAS A PAGAR E E TOMADO
      **               COMO CREDITO NA APURACAO MENSAL (PROGAPUB).
      **  15/10/2026 LR - PEDIDO PASSA A GUARDAR O PRECO COMBINADO POR
      **               CHAPA (LAYOUT EM CPYOCPFD, COMPARTILHADO COM O
      **               PROGCPGB) E O RECEBIMENTO A PEDIR A QUANTIDADE
      **               FATURADA NA NOTA; O FORNFAT LEVA O NUMERO DO
      **               PEDIDO E AS QUANTIDADES FATURADA E RECEBIDA
      **               PARA A CONFERENCIA DA NOTA CONTRA O PEDIDO E O
      **               RECEBIMENTO ANTES DO CONTAS A PAGAR.
      **  15/10/2026 LR - RECEBIMENTO PASSA A GRAVAR NO PEDIDO A DATA
      **               DA ULTIMA ENTREGA E A CONTAGEM DAS ENTREGAS
      **               PARCIAIS, PARA A AVALIACAO MENSAL DE
      **               FORNECEDORES (PROGAVFR); A ESCOLHA DO
      **               FORNECEDOR DO PEDIDO MOSTRA A NOTA DELE.
      **  15/10/2026 LR - NOVA OPERACAO P: GERA OS PEDIDOS A PARTIR
      **               DAS SUGESTOES DO PLANEJAMENTO DE CHAPAS PELA
      **               DEMANDA (MRPDAT, GRAVADO PELO PROGMRPB), COM
      **               O FORNECEDOR E AS DATAS SUGERIDOS NA TELA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOCPSL.
           SELECT OCPNUM-FILE ASSIGN TO "OCPNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCPNUM-STATUS.
           SELECT REPOSDAT-FILE ASSIGN TO "REPOSDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPOSDAT-STATUS.
           COPY CPYMRPSL.
           COPY CPYFORSL.
           COPY CPYORMSL.
           SELECT ESTOQMOV-FILE ASSIGN TO "ESTOQMOV"
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYOCPFD.
       FD  OCPNUM-FILE.
       01  OCPNUM-REG.
           05  OCN-ULTIMO-NUMERO  PIC 9(06).
       FD  OCPHIST-FILE.
       01  OCPHIST-REG            PIC X(59).
       FD  REPOSDAT-FILE.
       01  REPOSDAT-REG.
           05  RPD-MATERIAL       PIC X(10).
           05  RPD-QTD-COMPRAR    PIC 9(05).
       COPY CPYMRPFD.
       COPY CPYFORFD.
       COPY CPYORMFD.
       FD  ESTOQMOV-FILE.
               10  FFA-VCT-MES    PIC 9(02).
               10  FFA-VCT-DIA    PIC 9(02).
           05  FFA-VALOR          PIC 9(09)V99.
           05  FFA-ICMS           PIC 9(09)V99.
           05  FFA-OCOMPRA        PIC 9(06).
           05  FFA-QTD-FATURADA   PIC 9(05).
           05  FFA-QTD-RECEBIDA   PIC 9(05).
       FD  OCPREL-FILE.
       01  OCPREL-LINHA           PIC X(90).
       COPY CPYEXCFD.
           88  WRK-OCP-ESTOUROU             VALUE 'S'.
       77  WRK-QTD-EXPURGADOS     PIC 9(03) VALUE ZEROS.
       77  WRK-REPOSDAT-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MRPDAT-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FORNECED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQMOV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FORNFAT-STATUS     PIC X(02) VALUE SPACES.
           88  WRK-OCOMPRA-FIM                VALUE 'S'.
       77  WRK-REPOSDAT-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-REPOSDAT-FIM               VALUE 'S'.
       77  WRK-MRPDAT-FIM-SW      PIC X(01) VALUE 'N'.
           88  WRK-MRPDAT-FIM                 VALUE 'S'.
       77  WRK-FORNECED-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-FORNECED-ABERTO            VALUE 'S'.
       77  WRK-FOR-ACHOU-SW       PIC X(01) VALUE 'N'.
       77  WRK-SALDO-PEDIDO       PIC 9(05) VALUE ZEROS.
       77  WRK-FORNECEDOR-ATUAL   PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-LISTADOS       PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-NOTA-ED            PIC ZZ9,99 VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-FORNECEDOR PIC 9(04) VALUE ZEROS.
           05  WRK-INF-MATERIAL   PIC X(10) VALUE SPACES.
           05  WRK-INF-NUMERO     PIC 9(06) VALUE ZEROS.
           05  WRK-INF-DOCUMENTO  PIC X(10) VALUE SPACES.
           05  WRK-INF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-INF-ICMS       PIC 9(09)V99 VALUE ZEROS.
           05  WRK-INF-PRECO      PIC 9(07)V99 VALUE ZEROS.
           05  WRK-INF-QTD-FATURADA PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-OCP-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-OCP.
           05  TAB-OCP-ITEM OCCURS 1 TO 300 TIMES
               10  TAB-OCP-RECEBIDA    PIC 9(05).
               10  TAB-OCP-SITUACAO    PIC X(01).
               10  TAB-OCP-LISTADO-SW  PIC X(01).
               10  TAB-OCP-PRECO       PIC 9(07)V99.
               10  TAB-OCP-DATA-ENTREGA PIC 9(08).
               10  TAB-OCP-PARCIAIS    PIC 9(03).
       01  WRK-LINHA-FORNECEDOR.
           05  FILLER             PIC X(11) VALUE 'FORNECEDOR '.
           05  WRK-LFO-CODIGO     PIC 9(04).

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (G=GERAR DA REPOSICAO P=GERAR DO '
               'PLANEJAMENTO I=INCLUIR R=RECEBER L=LISTAR '
               'FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
                   SET WRK-FIM TO TRUE
               WHEN 'G'
                   PERFORM 0210-GERAR-DA-REPOSICAO
               WHEN 'P'
                   PERFORM 0215-GERAR-DO-PLANEJAMENTO
               WHEN 'I'
                   PERFORM 0220-INCLUIR-PEDIDO
               WHEN 'R'
      **************************************************************
      ** GERACAO A PARTIR DA LISTA DE RESSUPRIMENTO DO PROGORB
      ** (REPOSDAT): PARA CADA MATERIAL ABAIXO DO MINIMO O OPERADOR
      ** SO INFORMA O FORNECEDOR (ZERO PULA O ITEM) E O PRECO
      ** COMBINADO POR CHAPA; O MATERIAL E A QUANTIDADE VEM DA
      ** PROPRIA LISTA.
      **************************************************************
       0210-GERAR-DA-REPOSICAO.

           ACCEPT WRK-INF-FORNECEDOR FROM CONSOLE.

           IF WRK-INF-FORNECEDOR NOT = ZEROS
               DISPLAY 'PRECO COMBINADO POR CHAPA..'
               ACCEPT WRK-INF-PRECO FROM CONSOLE
               MOVE RPD-MATERIAL    TO WRK-INF-MATERIAL
               MOVE RPD-QTD-COMPRAR TO WRK-INF-QTD
               PERFORM 8100-VALIDAR-PEDIDO
               AT END SET WRK-REPOSDAT-FIM TO TRUE
           END-READ.

      **************************************************************
      ** GERACAO A PARTIR DAS SUGESTOES DO PLANEJAMENTO DE CHAPAS
      ** (MRPDAT, DO PROGMRPB): A TELA MOSTRA O MATERIAL, AS CHAPAS,
      ** O FORNECEDOR SUGERIDO (O DO ULTIMO PEDIDO DO MATERIAL), A
      ** DATA DE LIBERACAO E A DE NECESSIDADE; O OPERADOR CONFIRMA
      ** O FORNECEDOR (ZERO PULA O ITEM) E INFORMA O PRECO.
      **************************************************************
       0215-GERAR-DO-PLANEJAMENTO.

           OPEN INPUT MRPDAT-FILE.
           IF WRK-MRPDAT-STATUS NOT = '00'
               DISPLAY 'SUGESTOES DO PLANEJAMENTO (MRPDAT) NAO '
                   'ENCONTRADAS - RODE O PROGMRPB ANTES.'
           ELSE
               MOVE 'N' TO WRK-MRPDAT-FIM-SW
               READ MRPDAT-FILE
                   AT END SET WRK-MRPDAT-FIM TO TRUE
               END-READ
               PERFORM 0216-GERAR-UM-PLANEJADO
                   UNTIL WRK-MRPDAT-FIM
               CLOSE MRPDAT-FILE
           END-IF.

       0216-GERAR-UM-PLANEJADO.

           DISPLAY 'MATERIAL ' MRP-MATERIAL
               ' COMPRAR ' MRP-QTD-COMPRAR ' CHAPAS.'.
           DISPLAY 'LIBERAR EM ' MRP-DATA-LIBERACAO
               ' PARA USO EM ' MRP-DATA-NECESSIDADE
               '  FORNECEDOR SUGERIDO ' MRP-FORNECEDOR.
           IF MRP-ATRASADA
               DISPLAY '*** ATRASADA: O PRAZO DO FORNECEDOR NAO '
                   'CABE ATE A NECESSIDADE ***'
           END-IF.
           DISPLAY 'FORNECEDOR (ZERO = PULAR O ITEM)..'.
           ACCEPT WRK-INF-FORNECEDOR FROM CONSOLE.

           IF WRK-INF-FORNECEDOR NOT = ZEROS
               DISPLAY 'PRECO COMBINADO POR CHAPA..'
               ACCEPT WRK-INF-PRECO FROM CONSOLE
               MOVE MRP-MATERIAL    TO WRK-INF-MATERIAL
               MOVE MRP-QTD-COMPRAR TO WRK-INF-QTD
               PERFORM 8100-VALIDAR-PEDIDO
               IF WRK-PEDIDO-VALIDO
                   PERFORM 8500-CRIAR-PEDIDO
               END-IF
           END-IF.

           READ MRPDAT-FILE
               AT END SET WRK-MRPDAT-FIM TO TRUE
           END-READ.

       0220-INCLUIR-PEDIDO.

           DISPLAY 'MATERIAL..'.
           ACCEPT WRK-INF-QTD FROM CONSOLE.
           DISPLAY 'FORNECEDOR..'.
           ACCEPT WRK-INF-FORNECEDOR FROM CONSOLE.
           DISPLAY 'PRECO COMBINADO POR CHAPA..'.
           ACCEPT WRK-INF-PRECO FROM CONSOLE.

           PERFORM 8100-VALIDAR-PEDIDO.
           IF WRK-PEDIDO-VALIDO
               ACCEPT WRK-INF-QTD FROM CONSOLE
               DISPLAY 'DOCUMENTO DA NOTA DO FORNECEDOR..'
               ACCEPT WRK-INF-DOCUMENTO FROM CONSOLE
               DISPLAY 'QUANTIDADE FATURADA NA NOTA..'
               ACCEPT WRK-INF-QTD-FATURADA FROM CONSOLE
               DISPLAY 'VALOR DA NOTA..'
               ACCEPT WRK-INF-VALOR FROM CONSOLE
               DISPLAY 'ICMS DESTACADO NA NOTA (0 SE NAO HOUVER)..'
               ACCEPT WRK-INF-ICMS FROM CONSOLE
               PERFORM 0232-VALIDAR-ENTREGA
               IF WRK-PEDIDO-VALIDO
                   PERFORM 0233-EFETIVAR-ENTREGA
               DISPLAY 'VALOR DA NOTA ZERADO.'
           END-IF.

           IF WRK-INF-ICMS > WRK-INF-VALOR
               SET WRK-PEDIDO-INVALIDO TO TRUE
               MOVE 'PROGOCPM'          TO EXC-PROGRAMA
               MOVE WRK-INF-NUMERO      TO EXC-CHAVE
               MOVE 'WRK-INF-ICMS'      TO EXC-CAMPO
               MOVE WRK-INF-ICMS        TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED        TO EXC-VALOR
               MOVE 'ICMS DESTACADO MAIOR QUE O VALOR DA NOTA'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
               DISPLAY 'ICMS MAIOR QUE O VALOR DA NOTA - '
                   'RECUSADO E ANOTADO NAS EXCECOES.'
           END-IF.

           MOVE TAB-OCP-FORNECEDOR(WRK-OCP-ESCOLHIDO)
               TO FOR-CODIGO.
           MOVE 'N' TO WRK-FOR-ACHOU-SW.

           ADD WRK-INF-QTD
               TO TAB-OCP-RECEBIDA(WRK-OCP-ESCOLHIDO).
           MOVE WRK-DATAHOJE
               TO TAB-OCP-DATA-ENTREGA(WRK-OCP-ESCOLHIDO).
           IF TAB-OCP-RECEBIDA(WRK-OCP-ESCOLHIDO) >=
               TAB-OCP-PEDIDA(WRK-OCP-ESCOLHIDO)
               MOVE 'F' TO TAB-OCP-SITUACAO(WRK-OCP-ESCOLHIDO)
               DISPLAY 'ENTREGA REGISTRADA - PEDIDO FECHADO.'
           ELSE
               MOVE 'P' TO TAB-OCP-SITUACAO(WRK-OCP-ESCOLHIDO)
               ADD 1 TO TAB-OCP-PARCIAIS(WRK-OCP-ESCOLHIDO)
               DISPLAY 'ENTREGA PARCIAL REGISTRADA.'
           END-IF.

               TO TAB-OCP-RECEBIDA(WRK-TAB-OCP-QTD).
           MOVE OCP-SITUACAO   TO TAB-OCP-SITUACAO(WRK-TAB-OCP-QTD).
           MOVE 'S' TO TAB-OCP-LISTADO-SW(WRK-TAB-OCP-QTD).
           IF OCP-PRECO-UNIT IS NUMERIC
               MOVE OCP-PRECO-UNIT TO TAB-OCP-PRECO(WRK-TAB-OCP-QTD)
           ELSE
               MOVE ZEROS TO TAB-OCP-PRECO(WRK-TAB-OCP-QTD)
           END-IF.
           IF OCP-DATA-ENTREGA IS NUMERIC
               MOVE OCP-DATA-ENTREGA
                   TO TAB-OCP-DATA-ENTREGA(WRK-TAB-OCP-QTD)
           ELSE
               MOVE ZEROS TO TAB-OCP-DATA-ENTREGA(WRK-TAB-OCP-QTD)
           END-IF.
           IF OCP-QTD-PARCIAIS IS NUMERIC
               MOVE OCP-QTD-PARCIAIS
                   TO TAB-OCP-PARCIAIS(WRK-TAB-OCP-QTD)
           ELSE
               MOVE ZEROS TO TAB-OCP-PARCIAIS(WRK-TAB-OCP-QTD)
           END-IF.
           READ OCOMPRA-FILE
               AT END SET WRK-OCOMPRA-FIM TO TRUE
           END-READ.

      **************************************************************
      ** VALIDACOES DO PEDIDO NOVO: QUANTIDADE OU PRECO ZERADOS,
      ** MATERIAL SEM CADASTRO E FORNECEDOR INEXISTENTE OU INATIVO.
      ** CADA REJEICAO E DESVIADA PARA O RELATORIO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-PEDIDO.

               DISPLAY 'QUANTIDADE INFORMADA E INVALIDA.'
           END-IF.

           IF WRK-INF-PRECO = ZEROS
               SET WRK-PEDIDO-INVALIDO TO TRUE
               MOVE 'WRK-INF-PRECO'     TO EXC-CAMPO
               MOVE WRK-INF-PRECO       TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED        TO EXC-VALOR
               MOVE 'PRECO COMBINADO DO PEDIDO ZERADO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-PEDIDO
               DISPLAY 'PRECO COMBINADO INVALIDO.'
           END-IF.

           MOVE WRK-INF-MATERIAL TO WRK-MATERIAL.
           PERFORM 7020-BUSCAR-PRECO-MATERIAL.
           IF NOT WRK-MATERIAL-ACHOU
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-PEDIDO
               DISPLAY 'FORNECEDOR INEXISTENTE OU INATIVO.'
           ELSE
               PERFORM 8120-MOSTRAR-NOTA-FORNECEDOR
           END-IF.

      **************************************************************
      ** NOTA DA ULTIMA AVALIACAO MENSAL DO FORNECEDOR (PROGAVFR),
      ** SO INFORMATIVA: O FORNECEDOR ABAIXO DA NOTA MINIMA E
      ** DESTACADO, MAS O PEDIDO NAO E RECUSADO POR ISSO.
      **************************************************************
       8120-MOSTRAR-NOTA-FORNECEDOR.

           IF FOR-NOTA-REGULAR OR FOR-NOTA-ABAIXO-MINIMO
               MOVE FOR-NOTA TO WRK-NOTA-ED
               DISPLAY 'NOTA DO FORNECEDOR ' WRK-NOTA-ED
                   ' (AVALIACAO ' FOR-NOTA-ANOMES ')'
               IF FOR-NOTA-ABAIXO-MINIMO
                   DISPLAY '*** FORNECEDOR ABAIXO DA NOTA MINIMA ***'
               END-IF
           ELSE
               DISPLAY 'FORNECEDOR AINDA SEM AVALIACAO.'
           END-IF.

       8110-GRAVAR-EXCECAO-PEDIDO.
                   TO TAB-OCP-RECEBIDA(WRK-TAB-OCP-QTD)
               MOVE 'A' TO TAB-OCP-SITUACAO(WRK-TAB-OCP-QTD)
               MOVE 'S' TO TAB-OCP-LISTADO-SW(WRK-TAB-OCP-QTD)
               MOVE WRK-INF-PRECO
                   TO TAB-OCP-PRECO(WRK-TAB-OCP-QTD)
               MOVE ZEROS
                   TO TAB-OCP-DATA-ENTREGA(WRK-TAB-OCP-QTD)
               MOVE ZEROS
                   TO TAB-OCP-PARCIAIS(WRK-TAB-OCP-QTD)
               DISPLAY 'PEDIDO ' WRK-OCP-ULTIMO-NUMERO
                   ' CRIADO PARA O FORNECEDOR ' WRK-INF-FORNECEDOR
                   '.'
      ** NOTA DO FORNECEDOR PARA O CONTAS A PAGAR (FORNFAT, LIDO
      ** PELO PROGCPGB). O VENCIMENTO E HOJE MAIS O PRAZO DO
      ** FORNECEDOR, EMPURRADO PARA O PROXIMO DIA UTIL QUANDO CAI
      ** EM FIM DE SEMANA OU FERIADO. A NOTA LEVA O NUMERO DO
      ** PEDIDO E AS QUANTIDADES FATURADA E ENTREGUE, CONFERIDAS
      ** PELO PROGCPGB CONTRA O PEDIDO ANTES DE VIRAR TITULO.
      **************************************************************
       9400-GRAVAR-NOTA-FORNECEDOR.

           MOVE WRK-DATAHOJE       TO FFA-DATA-EMISSAO.
           MOVE DTS-DATA1          TO FFA-DATA-VENCTO.
           MOVE WRK-INF-VALOR      TO FFA-VALOR.
           MOVE WRK-INF-ICMS       TO FFA-ICMS.
           MOVE WRK-INF-NUMERO     TO FFA-OCOMPRA.
           MOVE WRK-INF-QTD-FATURADA TO FFA-QTD-FATURADA.
           MOVE WRK-INF-QTD        TO FFA-QTD-RECEBIDA.
           WRITE FORNFAT-REG.
           CLOSE FORNFAT-FILE.

           MOVE TAB-OCP-RECEBIDA(WRK-OCP-SUB)
               TO OCP-QTD-RECEBIDA.
           MOVE TAB-OCP-SITUACAO(WRK-OCP-SUB)   TO OCP-SITUACAO.
           MOVE TAB-OCP-PRECO(WRK-OCP-SUB)      TO OCP-PRECO-UNIT.
           MOVE TAB-OCP-DATA-ENTREGA(WRK-OCP-SUB)
               TO OCP-DATA-ENTREGA.
           MOVE TAB-OCP-PARCIAIS(WRK-OCP-SUB)   TO OCP-QTD-PARCIAIS.
           IF OCP-FECHADO
               ADD 1 TO WRK-QTD-EXPURGADOS
               WRITE OCPHIST-REG FROM OCOMPRA-REG
