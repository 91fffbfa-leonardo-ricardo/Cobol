       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCLIC.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: CONSULTA DO CLIENTE (VISAO 360) PARA O
      **    ATENDIMENTO, SOMENTE LEITURA, CHAMADA PELO MENU
      **    (PROGMENU). O ATENDENTE SE IDENTIFICA CONTRA O CADASTRO
      **    USUARIO (COMO NAS DEMAIS TELAS AUTENTICADAS) E INFORMA O
      **    CPF/CNPJ; A TELA MOSTRA, DE UMA VEZ:
      **    - OS DADOS DO CADASTRO (CLIENTE) COM O LIMITE DE
      **      CREDITO, O USADO (SALDO DOS TITULOS EM ABERTO, COMO NA
      **      CONSULTA DE CREDITO DO PROGFATB) E O DISPONIVEL;
      **    - OS TITULOS EM ABERTO DO CONTAREC, MARCANDO OS VENCIDOS;
      **    - OS ULTIMOS PAGAMENTOS DO PAGTOS;
      **    - OS PEDIDOS EM ABERTO DO PEDVENDA, COM O SALDO A
      **      FATURAR;
      **    - OS ULTIMOS EMBARQUES (EMBARQUE), COM STATUS E CANHOTO;
      **    - AS ULTIMAS NOTAS DE CREDITO (NOTACRED).
      **    TODA CONSULTA E REGISTRADA NA TRILHA DE AUDITORIA COM O
      **    USUARIO E O DOCUMENTO CONSULTADO. NENHUM ARQUIVO E
      **    ALTERADO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCLISL.
           COPY CPYCRCSL.
           COPY CPYPDVSL.
           COPY CPYEMBSL.
           SELECT PAGTOS-FILE ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGTOS-STATUS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACRED-STATUS.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCLIFD.
       COPY CPYCRCFD.
       COPY CPYPDVFD.
       COPY CPYEMBFD.

       FD  PAGTOS-FILE.
       01  PAGTO-REG.
           05  PAG-NUMERO         PIC 9(08).
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).

       FD  NOTACRED-FILE.
       01  NOTACRED-REG.
           05  NCR-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01).
           05  NCR-FATURA-ORIG    PIC 9(08).
           05  FILLER             PIC X(01).
           05  NCR-CLIENTE.
               10  NCR-TIPO-PESSOA PIC X(01).
               10  NCR-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01).
           05  NCR-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  NCR-VALOR          PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  NCR-UF             PIC X(02).
           05  FILLER             PIC X(01).
           05  NCR-ICMS           PIC 9(09)V99.
       COPY CPYUSUFD.
       COPY CPYAUDFD.

       WORKING-STORAGE SECTION.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PAGTOS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-NOTACRED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-LEITURA-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-LEITURA-FIM                VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO              VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAREC-ABERTO          VALUE 'S'.
       77  WRK-PEDVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PEDVENDA-ABERTO          VALUE 'S'.
       77  WRK-EMBARQUE-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMBARQUE-ABERTO          VALUE 'S'.
       77  WRK-PAGTO-DO-CLIENTE-SW PIC X(01) VALUE 'N'.
           88  WRK-PAGTO-DO-CLIENTE         VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-USUARIO            PIC X(20) VALUE SPACES.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-NIVEL              PIC 9(06) VALUE ZEROS.
       77  WRK-HOJE               PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-CONSULTAS      PIC 9(04) VALUE ZEROS.
       01  WRK-BUSCA-INF.
           05  WRK-INF-CLIENTE.
               10  WRK-INF-TIPO-PESSOA PIC X(01) VALUE 'F'.
               10  WRK-INF-DOC-CLIENTE PIC 9(14) VALUE ZEROS.
      ** POSICAO DE CREDITO E TOTAIS DA CONSULTA
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CREDITO-USADO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CREDITO-DISPONIVEL PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VENCIDO        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-TITULOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-VENCIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PEDIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-PEDIDO       PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-PEDIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PEDIDOS        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-SINAL-EDIT   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-EDIT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      ** ULTIMOS MOVIMENTOS DE UM BLOCO DA CONSULTA (PAGAMENTOS,
      ** EMBARQUES, NOTAS DE CREDITO): OS ARQUIVOS ESTAO EM ORDEM
      ** CRONOLOGICA, ENTAO FICAM RETIDAS AS 5 ULTIMAS LINHAS DO
      ** CLIENTE, DESCARTANDO A MAIS ANTIGA A CADA NOVA.
       77  WRK-REC-QTD            PIC 9(01) VALUE ZEROS.
       77  WRK-REC-IDX            PIC 9(01) VALUE ZEROS.
       77  WRK-REC-TOTAL          PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-RECENTES.
           05  TAB-REC-LINHA      PIC X(79) OCCURS 5 TIMES.
       77  WRK-LINHA              PIC X(79) VALUE SPACES.
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-NUMERO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LT-PARCELA     PIC 9(02).
           05  FILLER             PIC X(05) VALUE ' VCT '.
           05  WRK-LT-VENCTO      PIC 9(08).
           05  FILLER             PIC X(07) VALUE ' SALDO '.
           05  WRK-LT-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-MARCA       PIC X(07).
       01  WRK-LINHA-PAGTO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-DATA        PIC 9(08).
           05  FILLER             PIC X(08) VALUE ' TITULO '.
           05  WRK-LP-NUMERO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LP-PARCELA     PIC 9(02).
           05  FILLER             PIC X(07) VALUE ' VALOR '.
           05  WRK-LP-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-PEDIDO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-NUMERO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-DATA        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-PRODUTO     PIC X(15).
           05  FILLER             PIC X(07) VALUE ' SALDO '.
           05  WRK-LD-SALDO       PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-SITUACAO    PIC X(07).
       01  WRK-LINHA-EMBARQUE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LE-DATA        PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LE-SEQ         PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LE-PRODUTO     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LE-STATUS      PIC X(11).
           05  FILLER             PIC X(05) VALUE ' POD '.
           05  WRK-LE-POD         PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LE-POD-DATA    PIC X(08).
       01  WRK-LINHA-NOTACRED.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-DATA        PIC 9(08).
           05  FILLER             PIC X(04) VALUE ' NC '.
           05  WRK-LN-NUMERO      PIC 9(08).
           05  FILLER             PIC X(09) VALUE ' FATURA '.
           05  WRK-LN-FATURA      PIC 9(08).
           05  FILLER             PIC X(07) VALUE ' VALOR '.
           05  WRK-LN-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** O CADASTRO DE CLIENTES E OBRIGATORIO; OS DEMAIS ARQUIVOS
      ** SAO OPCIONAIS (O BLOCO DE UM ARQUIVO AUSENTE SAI VAZIO).
      ** PAGTOS E NOTACRED SAO SEQUENCIAIS E SAO ABERTOS A CADA
      ** CONSULTA.
      **************************************************************
       0100-INICIALIZAR.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 8600-AUTENTICAR-USUARIO.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           ELSE
               MOVE 'MO'        TO MSK-FUNCAO
               MOVE WRK-USUARIO TO MSK-USUARIO
               MOVE 'PROGCLIC'  TO MSK-PROGRAMA
               CALL 'PROGMASC' USING WRK-MSK-AREA
               OPEN INPUT CLIENTE-FILE
               IF WRK-CLIENTE-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL.'
                   SET WRK-FIM TO TRUE
               ELSE
                   OPEN INPUT CONTAREC-FILE
                   IF WRK-CONTAREC-STATUS = '00'
                       SET WRK-CONTAREC-ABERTO TO TRUE
                   END-IF
                   OPEN INPUT PEDVENDA-FILE
                   IF WRK-PEDVENDA-STATUS = '00'
                       SET WRK-PEDVENDA-ABERTO TO TRUE
                   END-IF
                   OPEN INPUT EMBARQUE-FILE
                   IF WRK-EMBARQUE-STATUS = '00'
                       SET WRK-EMBARQUE-ABERTO TO TRUE
                   END-IF
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY ' '.
           DISPLAY 'OPERACAO (C=CONSULTAR CLIENTE FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'C'
                   PERFORM 0210-CONSULTAR-CLIENTE
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** UMA CONSULTA: REGISTRA NA AUDITORIA (MESMO CLIENTE NAO
      ** CADASTRADO, POIS A PESQUISA DO DOCUMENTO JA E UM ACESSO) E
      ** MONTA OS BLOCOS DA TELA.
      **************************************************************
       0210-CONSULTAR-CLIENTE.

           DISPLAY 'TIPO DE PESSOA (F=FISICA J=JURIDICA)..'.
           ACCEPT WRK-INF-TIPO-PESSOA FROM CONSOLE.
           IF WRK-INF-TIPO-PESSOA NOT = 'J'
               MOVE 'F' TO WRK-INF-TIPO-PESSOA
           END-IF.
           DISPLAY 'CPF/CNPJ DO CLIENTE..'.
           ACCEPT WRK-INF-DOC-CLIENTE FROM CONSOLE.

           ADD 1 TO WRK-QTD-CONSULTAS.
           PERFORM 9400-GRAVAR-AUDITORIA-CONSULTA.

           MOVE WRK-INF-CLIENTE TO CLI-CHAVE.
           READ CLIENTE-FILE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO.'
               NOT INVALID KEY
                   PERFORM 0220-EXIBIR-CADASTRO
                   PERFORM 0230-EXIBIR-TITULOS
                   PERFORM 0240-EXIBIR-PAGAMENTOS
                   PERFORM 0250-EXIBIR-PEDIDOS
                   PERFORM 0260-EXIBIR-EMBARQUES
                   PERFORM 0270-EXIBIR-NOTAS-CREDITO
           END-READ.

      **************************************************************
      ** DADOS CADASTRAIS E POSICAO DE CREDITO. O USADO E O SALDO
      ** (VALOR - PAGO) DOS TITULOS EM ABERTO, COMO NA CONSULTA DE
      ** CREDITO DO FATURAMENTO (PROGFATB); O DISPONIVEL PODE SAIR
      ** NEGATIVO QUANDO O CLIENTE JA ESTOUROU O LIMITE.
      **************************************************************
       0220-EXIBIR-CADASTRO.

           MOVE CLI-CHAVE TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           PERFORM 8100-SOMAR-CREDITO-USADO.
           COMPUTE WRK-CREDITO-DISPONIVEL =
               CLI-LIMITE-CREDITO - WRK-CREDITO-USADO.

           DISPLAY ' '.
           DISPLAY '========== CONSULTA DO CLIENTE =========='.
           DISPLAY WRK-DOC-ROTULO ': ' WRK-DOC-FORMATADO.
           IF CLI-PESSOA-JURIDICA
               DISPLAY 'RAZAO SOCIAL: ' CLI-RAZAO-SOCIAL
               DISPLAY 'INSCR. ESTADUAL: ' CLI-INSCR-ESTADUAL
           END-IF.
           DISPLAY 'NOME: ' CLI-NOME.
           DISPLAY 'ENDERECO: ' CLI-ENDERECO ' ' CLI-NUMERO.
           DISPLAY 'CIDADE/UF: ' CLI-CIDADE ' ' CLI-UF
               ' CEP ' CLI-CEP.
           DISPLAY 'TELEFONE: ' CLI-TELEFONE '  E-MAIL: ' CLI-EMAIL.
           IF CLI-INATIVO
               DISPLAY 'SITUACAO: INATIVO'
           ELSE
               DISPLAY 'SITUACAO: ATIVO'
           END-IF.
           MOVE CLI-LIMITE-CREDITO TO WRK-VALOR-EDIT.
           DISPLAY 'LIMITE DE CREDITO....: ' WRK-VALOR-EDIT.
           MOVE WRK-CREDITO-USADO TO WRK-TOTAL-EDIT.
           DISPLAY 'CREDITO USADO........: ' WRK-TOTAL-EDIT.
           MOVE WRK-CREDITO-DISPONIVEL TO WRK-VALOR-SINAL-EDIT.
           DISPLAY 'CREDITO DISPONIVEL...: ' WRK-VALOR-SINAL-EDIT.

      **************************************************************
      ** TITULOS EM ABERTO, COM A MARCA DE VENCIDO PARA OS DE
      ** VENCIMENTO ANTERIOR A HOJE.
      **************************************************************
       0230-EXIBIR-TITULOS.

           DISPLAY ' '.
           DISPLAY '--- TITULOS EM ABERTO (CONTAREC) ---'.
           MOVE ZEROS TO WRK-QTD-TITULOS.
           MOVE ZEROS TO WRK-QTD-VENCIDOS.
           MOVE ZEROS TO WRK-TOT-VENCIDO.
           IF WRK-CONTAREC-ABERTO
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO CRC-CHAVE
               START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 0231-LER-TITULO UNTIL WRK-LEITURA-FIM
           END-IF.
           IF WRK-QTD-TITULOS = ZEROS
               DISPLAY '  NENHUM TITULO EM ABERTO.'
           ELSE
               MOVE WRK-CREDITO-USADO TO WRK-TOTAL-EDIT
               DISPLAY '  EM ABERTO: ' WRK-QTD-TITULOS
                   ' TITULO(S)  ' WRK-TOTAL-EDIT
               MOVE WRK-TOT-VENCIDO TO WRK-TOTAL-EDIT
               DISPLAY '  VENCIDOS.: ' WRK-QTD-VENCIDOS
                   ' TITULO(S)  ' WRK-TOTAL-EDIT
           END-IF.

       0231-LER-TITULO.

           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND CRC-ABERTO
               AND CRC-CLIENTE = WRK-INF-CLIENTE
               ADD 1 TO WRK-QTD-TITULOS
               COMPUTE WRK-SALDO-TITULO =
                   CRC-VALOR - CRC-VALOR-PAGO
               MOVE CRC-NUMERO       TO WRK-LT-NUMERO
               MOVE CRC-PARCELA      TO WRK-LT-PARCELA
               MOVE CRC-DATA-VENCTO  TO WRK-LT-VENCTO
               MOVE WRK-SALDO-TITULO TO WRK-LT-SALDO
               IF CRC-DATA-VENCTO < WRK-HOJE
                   MOVE 'VENCIDO' TO WRK-LT-MARCA
                   ADD 1 TO WRK-QTD-VENCIDOS
                   ADD WRK-SALDO-TITULO TO WRK-TOT-VENCIDO
               ELSE
                   MOVE SPACES TO WRK-LT-MARCA
               END-IF
               DISPLAY WRK-LINHA-TITULO
           END-IF.

      **************************************************************
      ** ULTIMOS PAGAMENTOS. O CLIENTE VEM DO PROPRIO PAGTOS
      ** (PAG-CLIENTE) QUANDO PRESENTE; PAGAMENTO ANTIGO, SEM O
      ** CAMPO, E LOCALIZADO PELO TITULO NO CONTAREC, COMO NO
      ** EXTRATO DO CLIENTE (PROGEXTC).
      **************************************************************
       0240-EXIBIR-PAGAMENTOS.

           DISPLAY ' '.
           DISPLAY '--- ULTIMOS PAGAMENTOS (PAGTOS) ---'.
           MOVE ZEROS TO WRK-REC-QTD.
           MOVE ZEROS TO WRK-REC-TOTAL.
           OPEN INPUT PAGTOS-FILE.
           IF WRK-PAGTOS-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               PERFORM 0241-LER-PAGAMENTO UNTIL WRK-LEITURA-FIM
               CLOSE PAGTOS-FILE
           END-IF.
           PERFORM 8810-EXIBIR-RECENTES.

       0241-LER-PAGAMENTO.

           READ PAGTOS-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               PERFORM 0242-CONFERIR-CLIENTE-PAGTO
               IF WRK-PAGTO-DO-CLIENTE
                   MOVE PAG-DATA    TO WRK-LP-DATA
                   MOVE PAG-NUMERO  TO WRK-LP-NUMERO
                   MOVE PAG-PARCELA TO WRK-LP-PARCELA
                   MOVE PAG-VALOR   TO WRK-LP-VALOR
                   MOVE WRK-LINHA-PAGTO TO WRK-LINHA
                   PERFORM 8800-GUARDAR-RECENTE
               END-IF
           END-IF.

       0242-CONFERIR-CLIENTE-PAGTO.

           MOVE 'N' TO WRK-PAGTO-DO-CLIENTE-SW.
           IF PAG-DOC-CLIENTE IS NUMERIC
               AND PAG-DOC-CLIENTE > ZEROS
               IF PAG-CLIENTE = WRK-INF-CLIENTE
                   SET WRK-PAGTO-DO-CLIENTE TO TRUE
               END-IF
           ELSE
               IF WRK-CONTAREC-ABERTO
                   MOVE PAG-NUMERO  TO CRC-NUMERO
                   MOVE PAG-PARCELA TO CRC-PARCELA
                   READ CONTAREC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CRC-CLIENTE = WRK-INF-CLIENTE
                               SET WRK-PAGTO-DO-CLIENTE TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      **************************************************************
      ** PEDIDOS EM ABERTO (ABERTOS OU PARCIALMENTE FATURADOS), COM
      ** O SALDO A FATURAR EM QUANTIDADE E EM VALOR.
      **************************************************************
       0250-EXIBIR-PEDIDOS.

           DISPLAY ' '.
           DISPLAY '--- PEDIDOS EM ABERTO (PEDVENDA) ---'.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE ZEROS TO WRK-TOT-PEDIDOS.
           IF WRK-PEDVENDA-ABERTO
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO PDV-NUMERO
               START PEDVENDA-FILE KEY IS NOT LESS THAN PDV-NUMERO
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 0251-LER-PEDIDO UNTIL WRK-LEITURA-FIM
           END-IF.
           IF WRK-QTD-PEDIDOS = ZEROS
               DISPLAY '  NENHUM PEDIDO EM ABERTO.'
           ELSE
               MOVE WRK-TOT-PEDIDOS TO WRK-TOTAL-EDIT
               DISPLAY '  EM ABERTO: ' WRK-QTD-PEDIDOS
                   ' PEDIDO(S)  ' WRK-TOTAL-EDIT
           END-IF.

       0251-LER-PEDIDO.

           READ PEDVENDA-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND (PDV-ABERTO OR PDV-PARCIAL)
               AND PDV-CLIENTE = WRK-INF-CLIENTE
               ADD 1 TO WRK-QTD-PEDIDOS
               IF PDV-QTD-PEDIDA > PDV-QTD-FATURADA
                   COMPUTE WRK-SALDO-PEDIDO =
                       PDV-QTD-PEDIDA - PDV-QTD-FATURADA
               ELSE
                   MOVE ZEROS TO WRK-SALDO-PEDIDO
               END-IF
               COMPUTE WRK-VALOR-PEDIDO =
                   WRK-SALDO-PEDIDO * PDV-VALOR-UNIT
               ADD WRK-VALOR-PEDIDO TO WRK-TOT-PEDIDOS
               MOVE PDV-NUMERO       TO WRK-LD-NUMERO
               MOVE PDV-DATA-PEDIDO  TO WRK-LD-DATA
               MOVE PDV-PRODUTO      TO WRK-LD-PRODUTO
               MOVE WRK-SALDO-PEDIDO TO WRK-LD-SALDO
               MOVE WRK-VALOR-PEDIDO TO WRK-LD-VALOR
               IF PDV-PARCIAL
                   MOVE 'PARCIAL' TO WRK-LD-SITUACAO
               ELSE
                   MOVE 'ABERTO'  TO WRK-LD-SITUACAO
               END-IF
               DISPLAY WRK-LINHA-PEDIDO
           END-IF.

      **************************************************************
      ** ULTIMOS EMBARQUES DO CLIENTE, COM O STATUS E A SITUACAO DO
      ** CANHOTO (POD). EMBARQUES GRAVADOS ANTES DO CLIENTE CONSTAR
      ** NO ARQUIVO (EMB-CLIENTE EM ESPACOS) NAO SAO ALCANCADOS.
      **************************************************************
       0260-EXIBIR-EMBARQUES.

           DISPLAY ' '.
           DISPLAY '--- ULTIMOS EMBARQUES (EMBARQUE) ---'.
           MOVE ZEROS TO WRK-REC-QTD.
           MOVE ZEROS TO WRK-REC-TOTAL.
           IF WRK-EMBARQUE-ABERTO
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO EMB-CHAVE
               START EMBARQUE-FILE KEY IS NOT LESS THAN EMB-CHAVE
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 0261-LER-EMBARQUE UNTIL WRK-LEITURA-FIM
           END-IF.
           PERFORM 8810-EXIBIR-RECENTES.

       0261-LER-EMBARQUE.

           READ EMBARQUE-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND EMB-CLIENTE = WRK-INF-CLIENTE
               MOVE EMB-DATA-DESPACHO TO WRK-LE-DATA
               MOVE EMB-SEQUENCIA     TO WRK-LE-SEQ
               MOVE EMB-PRODUTO       TO WRK-LE-PRODUTO
               EVALUATE TRUE
                   WHEN EMB-ENTREGUE
                       MOVE 'ENTREGUE'    TO WRK-LE-STATUS
                   WHEN EMB-DEVOLVIDO
                       MOVE 'DEVOLVIDO'   TO WRK-LE-STATUS
                   WHEN OTHER
                       MOVE 'DESPACHADO'  TO WRK-LE-STATUS
               END-EVALUATE
               EVALUATE TRUE
                   WHEN EMB-POD-CONFIRMADO
                       MOVE 'OK'          TO WRK-LE-POD
                       MOVE EMB-POD-DATA  TO WRK-LE-POD-DATA
                   WHEN EMB-POD-PENDENTE
                       MOVE 'PENDENTE'    TO WRK-LE-POD
                       MOVE SPACES        TO WRK-LE-POD-DATA
                   WHEN OTHER
                       MOVE '-'           TO WRK-LE-POD
                       MOVE SPACES        TO WRK-LE-POD-DATA
               END-EVALUATE
               MOVE WRK-LINHA-EMBARQUE TO WRK-LINHA
               PERFORM 8800-GUARDAR-RECENTE
           END-IF.

      **************************************************************
      ** ULTIMAS NOTAS DE CREDITO EMITIDAS PARA O CLIENTE.
      **************************************************************
       0270-EXIBIR-NOTAS-CREDITO.

           DISPLAY ' '.
           DISPLAY '--- ULTIMAS NOTAS DE CREDITO (NOTACRED) ---'.
           MOVE ZEROS TO WRK-REC-QTD.
           MOVE ZEROS TO WRK-REC-TOTAL.
           OPEN INPUT NOTACRED-FILE.
           IF WRK-NOTACRED-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               PERFORM 0271-LER-NOTA-CREDITO UNTIL WRK-LEITURA-FIM
               CLOSE NOTACRED-FILE
           END-IF.
           PERFORM 8810-EXIBIR-RECENTES.

       0271-LER-NOTA-CREDITO.

           READ NOTACRED-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND NCR-CLIENTE = WRK-INF-CLIENTE
               MOVE NCR-DATA        TO WRK-LN-DATA
               MOVE NCR-NUMERO      TO WRK-LN-NUMERO
               MOVE NCR-FATURA-ORIG TO WRK-LN-FATURA
               MOVE NCR-VALOR       TO WRK-LN-VALOR
               MOVE WRK-LINHA-NOTACRED TO WRK-LINHA
               PERFORM 8800-GUARDAR-RECENTE
           END-IF.

       0300-FINALIZAR.

           IF WRK-AUTENTICADO
               CLOSE AUDITORIA-FILE
           END-IF.
           IF WRK-CLIENTE-STATUS = '00'
               CLOSE CLIENTE-FILE
           END-IF.
           IF WRK-CONTAREC-ABERTO
               CLOSE CONTAREC-FILE
           END-IF.
           IF WRK-PEDVENDA-ABERTO
               CLOSE PEDVENDA-FILE
           END-IF.
           IF WRK-EMBARQUE-ABERTO
               CLOSE EMBARQUE-FILE
           END-IF.

           DISPLAY 'CONSULTAS EFETUADAS: ' WRK-QTD-CONSULTAS.

      **************************************************************
      ** CREDITO USADO: SOMA DO SALDO DOS TITULOS EM ABERTO DO
      ** CLIENTE NO CONTAREC.
      **************************************************************
       8100-SOMAR-CREDITO-USADO.

           MOVE ZEROS TO WRK-CREDITO-USADO.
           IF WRK-CONTAREC-ABERTO
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO CRC-CHAVE
               START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 8110-SOMAR-TITULO UNTIL WRK-LEITURA-FIM
           END-IF.

       8110-SOMAR-TITULO.

           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND CRC-ABERTO
               AND CRC-CLIENTE = WRK-INF-CLIENTE
               COMPUTE WRK-CREDITO-USADO = WRK-CREDITO-USADO
                   + CRC-VALOR - CRC-VALOR-PAGO
           END-IF.

      **************************************************************
      ** AUTENTICACAO DO ATENDENTE CONTRA O CADASTRO USUARIO, COMO
      ** NAS DEMAIS TELAS AUTENTICADAS. USUARIO INEXISTENTE,
      ** BLOQUEADO OU COM SENHA ERRADA E RECUSADO, COM REGISTRO NA
      ** TRILHA DE AUDITORIA, QUE FICA ABERTA PARA AS CONSULTAS.
      **************************************************************
       8600-AUTENTICAR-USUARIO.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               OPEN EXTEND AUDITORIA-FILE
               IF WRK-AUDITORIA-STATUS = '05' OR '35'
                   CLOSE AUDITORIA-FILE
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF

               DISPLAY 'USUARIO..'
               ACCEPT WRK-USUARIO FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-USUARIO TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-USUARIO TO AUD-USUARIO
                       MOVE ZEROS       TO AUD-NIVEL
                       MOVE 'CONS.CLI - USU. DESCONHECIDO'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                               MOVE WRK-USUARIO TO AUD-USUARIO
                               MOVE USU-NIVEL   TO AUD-NIVEL
                               MOVE 'CONS.CLI - USUARIO BLOQUEADO'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-USUARIO TO AUD-USUARIO
                               MOVE USU-NIVEL   TO AUD-NIVEL
                               MOVE 'CONS.CLI - SENHA INVALIDA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-NIVEL
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
               IF NOT WRK-AUTENTICADO
                   CLOSE AUDITORIA-FILE
               END-IF
           END-IF.

      **************************************************************
      ** GUARDA UMA LINHA ENTRE AS 5 ULTIMAS DO BLOCO: COM A TABELA
      ** CHEIA, AS LINHAS SOBEM UMA POSICAO E A NOVA ENTRA NO FIM.
      **************************************************************
       8800-GUARDAR-RECENTE.

           ADD 1 TO WRK-REC-TOTAL.
           IF WRK-REC-QTD < 5
               ADD 1 TO WRK-REC-QTD
           ELSE
               PERFORM 8801-SUBIR-RECENTE
                   VARYING WRK-REC-IDX FROM 1 BY 1
                   UNTIL WRK-REC-IDX > 4
           END-IF.
           MOVE WRK-LINHA TO TAB-REC-LINHA(WRK-REC-QTD).

       8801-SUBIR-RECENTE.

           MOVE TAB-REC-LINHA(WRK-REC-IDX + 1)
               TO TAB-REC-LINHA(WRK-REC-IDX).

       8810-EXIBIR-RECENTES.

           IF WRK-REC-QTD = ZEROS
               DISPLAY '  NENHUM REGISTRO.'
           ELSE
               PERFORM 8811-EXIBIR-RECENTE
                   VARYING WRK-REC-IDX FROM 1 BY 1
                   UNTIL WRK-REC-IDX > WRK-REC-QTD
               DISPLAY '  (' WRK-REC-QTD ' MAIS RECENTE(S) DE '
                   WRK-REC-TOTAL ')'
           END-IF.

       8811-EXIBIR-RECENTE.

           DISPLAY TAB-REC-LINHA(WRK-REC-IDX).

      **************************************************************
      ** CADA CONSULTA VAI PARA A TRILHA DE AUDITORIA COM O USUARIO
      ** E O DOCUMENTO CONSULTADO (TIPO DE PESSOA + CPF/CNPJ).
      **************************************************************
       9400-GRAVAR-AUDITORIA-CONSULTA.

           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE WRK-NIVEL   TO AUD-NIVEL.
           MOVE SPACES      TO AUD-RESULTADO.
           STRING 'CONSULTOU CLI ' DELIMITED BY SIZE
               WRK-INF-TIPO-PESSOA DELIMITED BY SIZE
               WRK-INF-DOC-CLIENTE DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.

       COPY CPYAUDPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
