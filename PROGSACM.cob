       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSACM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: CHAMADOS DO SAC (RECLAMACOES POR TELEFONE E
      **    E-MAIL). O ATENDENTE, AUTENTICADO CONTRA O CADASTRO
      **    USUARIO, ABRE O CHAMADO PARA UM CLIENTE CADASTRADO,
      **    COM CATEGORIA, AREA RESPONSAVEL, VINCULO OPCIONAL COM
      **    UMA FATURA (FATREG), UM EMBARQUE OU UM PEDIDO (PEDVENDA)
      **    DO MESMO CLIENTE E DATA PROMETIDA DE RESPOSTA (PADRAO:
      **    PRAZO DA CATEGORIA, TABELA WRK-TAB-SLA). DEPOIS REGISTRA
      **    AS TRATATIVAS (COM TROCA DE AREA OU DE PRAZO) E FECHA O
      **    CHAMADO. CADA ACAO VAI DATADA PARA O HISTORICO
      **    (SACHIST); ABERTURA E FECHAMENTO VAO TAMBEM PARA A
      **    TRILHA DE AUDITORIA. AUDITOR SO CONSULTA. O AGING DOS
      **    CHAMADOS EM ABERTO E O PROGSACB E O RESUMO MENSAL DE
      **    RECLAMACOES POR TRANSPORTADORA E PRODUTO E O PROGSAMB.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSACSL.
           COPY CPYSAHSL.
           COPY CPYCLISL.
           COPY CPYEMBSL.
           COPY CPYPDVSL.
           COPY CPYPRDSL.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYABLSL.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYSACFD.
       COPY CPYSAHFD.
       COPY CPYCLIFD.
       COPY CPYEMBFD.
       COPY CPYPDVFD.
       COPY CPYPRDFD.
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYABLFD.

       FD  FATREG-FILE.
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01).
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(58).

       WORKING-STORAGE SECTION.
       77  WRK-SACCHAM-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-SACHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PRODUTO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FATREG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO                VALUE 'S'.
       77  WRK-SACCHAM-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-SACCHAM-ABERTO             VALUE 'S'.
       77  WRK-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                      VALUE 'S'.
       77  WRK-VALIDO-SW          PIC X(01) VALUE 'N'.
           88  WRK-VALIDO                     VALUE 'S'.
       77  WRK-LEITURA-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-LEITURA-FIM                VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                  VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-OPERADOR           PIC X(20) VALUE SPACES.
       77  WRK-OPERADOR-NIVEL     PIC 9(06) VALUE ZEROS.
           88  WRK-NIVEL-AUDITOR              VALUE 04.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-PROX-NUMERO        PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ACOES          PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-HISTORICO      PIC 9(04) VALUE ZEROS.
       77  WRK-SLA-DIAS           PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                PIC 9(02) VALUE ZEROS.
      *
      ** DADOS INFORMADOS PELO ATENDENTE
       01  WRK-ENTRADA-INF.
           05  WRK-INF-NUMERO     PIC 9(08) VALUE ZEROS.
           05  WRK-INF-TIPO-PESSOA PIC X(01) VALUE SPACE.
           05  WRK-INF-DOCUMENTO  PIC 9(14) VALUE ZEROS.
           05  WRK-INF-CANAL      PIC X(01) VALUE SPACE.
               88  WRK-CANAL-VALIDO           VALUE 'T' 'E'.
           05  WRK-INF-CATEGORIA  PIC X(02) VALUE SPACES.
               88  WRK-CATEGORIA-VALIDA       VALUE 'AT' 'PE' 'FA'
                                                    'AV' 'OU'.
           05  WRK-INF-AREA       PIC X(03) VALUE SPACES.
               88  WRK-AREA-VALIDA            VALUE 'LOG' 'FAT' 'FIN'
                                                    'COM' 'SAC'.
           05  WRK-INF-VINC-TIPO  PIC X(01) VALUE SPACE.
               88  WRK-VINC-TIPO-VALIDO       VALUE ' ' 'F' 'E' 'P'.
           05  WRK-INF-VINC-NUMERO PIC 9(08) VALUE ZEROS.
           05  WRK-INF-VINC-SEQ   PIC 9(04) VALUE ZEROS.
           05  WRK-INF-PRODUTO    PIC X(08) VALUE SPACES.
           05  WRK-INF-PROMETIDA  PIC 9(08) VALUE ZEROS.
           05  WRK-INF-RESUMO     PIC X(40) VALUE SPACES.
           05  WRK-INF-TEXTO      PIC X(60) VALUE SPACES.
      *
      ** PRAZO PADRAO DE RESPOSTA, EM DIAS CORRIDOS, POR CATEGORIA:
      ** AT ATRASO NA ENTREGA, PE PRODUTO ERRADO, FA ERRO DE
      ** FATURAMENTO OU COBRANCA, AV AVARIA, OU OUTROS.
       01  WRK-TAB-SLA-VAL.
           05  FILLER             PIC X(04) VALUE 'AT02'.
           05  FILLER             PIC X(04) VALUE 'PE03'.
           05  FILLER             PIC X(04) VALUE 'FA05'.
           05  FILLER             PIC X(04) VALUE 'AV03'.
           05  FILLER             PIC X(04) VALUE 'OU05'.
       01  WRK-TAB-SLA REDEFINES WRK-TAB-SLA-VAL.
           05  WRK-SLA-ITEM OCCURS 5 TIMES.
               10  WRK-SLA-CATEGORIA PIC X(02).
               10  WRK-SLA-PRAZO  PIC 9(02).
       COPY CPYDTSWS.
       COPY CPYABLWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

           PERFORM 8600-AUTENTICAR-ATENDENTE.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           ELSE
               MOVE 'MO'         TO MSK-FUNCAO
               MOVE WRK-OPERADOR TO MSK-USUARIO
               MOVE 'PROGSACM'   TO MSK-PROGRAMA
               CLOSE AUDITORIA-FILE
               CALL 'PROGMASC' USING WRK-MSK-AREA
               OPEN EXTEND AUDITORIA-FILE
               OPEN I-O SACCHAM-FILE
               IF WRK-SACCHAM-STATUS = '35'
                   CLOSE SACCHAM-FILE
                   OPEN OUTPUT SACCHAM-FILE
                   CLOSE SACCHAM-FILE
                   OPEN I-O SACCHAM-FILE
               END-IF
               IF WRK-SACCHAM-STATUS NOT = '00'
                   MOVE 'PROGSACM'            TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
                   MOVE WRK-SACCHAM-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE CHAMADOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-SACCHAM-ABERTO TO TRUE
                   PERFORM 8000-DERIVAR-PROXIMO-NUMERO
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (A=ABRIR T=TRATATIVA F=FECHAR '
               'C=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'C'
                   PERFORM 0240-CONSULTAR-CHAMADO
               WHEN 'A'
               WHEN 'T'
               WHEN 'F'
                   IF WRK-NIVEL-AUDITOR
                       DISPLAY 'AUDITOR SO CONSULTA CHAMADOS.'
                   ELSE
                       PERFORM 0205-EXECUTAR-ALTERACAO
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

       0205-EXECUTAR-ALTERACAO.

           EVALUATE WRK-OPERACAO
               WHEN 'A'
                   PERFORM 0210-ABRIR-CHAMADO
               WHEN 'T'
                   PERFORM 0220-REGISTRAR-TRATATIVA
               WHEN 'F'
                   PERFORM 0230-FECHAR-CHAMADO
           END-EVALUATE.

      **************************************************************
      ** ABERTURA: CLIENTE CADASTRADO, CANAL, CATEGORIA E AREA
      ** VALIDOS, VINCULO (QUANDO INFORMADO) EXISTENTE E DO MESMO
      ** CLIENTE, E DATA PROMETIDA NAO ANTERIOR A HOJE. QUALQUER
      ** RECUSA CANCELA A ABERTURA SEM GRAVAR NADA.
      **************************************************************
       0210-ABRIR-CHAMADO.

           INITIALIZE SACCHAM-REG.
           DISPLAY 'TIPO DO CLIENTE (F=CPF J=CNPJ)..'.
           ACCEPT WRK-INF-TIPO-PESSOA FROM CONSOLE.
           DISPLAY 'CPF/CNPJ DO CLIENTE (SO DIGITOS)..'.
           ACCEPT WRK-INF-DOCUMENTO FROM CONSOLE.
           PERFORM 8200-CONFERIR-CLIENTE.

           IF WRK-VALIDO
               PERFORM 0211-ACEITAR-CLASSIFICACAO
           END-IF.
           IF WRK-VALIDO
               PERFORM 0212-ACEITAR-VINCULO
           END-IF.
           IF WRK-VALIDO
               PERFORM 0213-ACEITAR-PRAZO
           END-IF.

           IF WRK-VALIDO
               DISPLAY 'RESUMO DA RECLAMACAO..'
               ACCEPT WRK-INF-RESUMO FROM CONSOLE
               MOVE WRK-PROX-NUMERO   TO SAC-NUMERO
               MOVE WRK-INF-CANAL     TO SAC-CANAL
               MOVE WRK-INF-CATEGORIA TO SAC-CATEGORIA
               MOVE WRK-INF-AREA      TO SAC-AREA
               MOVE WRK-DATAHOJE      TO SAC-DATA-ABERTURA
               MOVE ZEROS             TO SAC-DATA-FECHAMENTO
               SET SAC-ABERTO TO TRUE
               MOVE WRK-OPERADOR      TO SAC-USUARIO
               MOVE WRK-INF-RESUMO    TO SAC-RESUMO
               WRITE SACCHAM-REG
                   INVALID KEY
                       DISPLAY 'NUMERO DE CHAMADO JA EXISTENTE - '
                           'ABERTURA CANCELADA.'
                   NOT INVALID KEY
                       ADD 1 TO WRK-PROX-NUMERO
                       ADD 1 TO WRK-QTD-ACOES
                       MOVE 'A'            TO SAH-ACAO
                       MOVE WRK-INF-RESUMO TO WRK-INF-TEXTO
                       PERFORM 8700-GRAVAR-HISTORICO
                       MOVE SPACES TO AUD-RESULTADO
                       STRING 'SAC - ABERTO ' DELIMITED BY SIZE
                           SAC-NUMERO DELIMITED BY SIZE
                           INTO AUD-RESULTADO
                       PERFORM 9400-AUDITAR-CHAMADO
                       DISPLAY 'CHAMADO ' SAC-NUMERO ' ABERTO - '
                           'RESPOSTA PROMETIDA PARA '
                           SAC-DATA-PROMETIDA '.'
               END-WRITE
           END-IF.

       0211-ACEITAR-CLASSIFICACAO.

           DISPLAY 'CANAL (T=TELEFONE E=E-MAIL)..'.
           ACCEPT WRK-INF-CANAL FROM CONSOLE.
           DISPLAY 'CATEGORIA (AT=ATRASO PE=PRODUTO ERRADO '
               'FA=FATURAMENTO AV=AVARIA OU=OUTROS)..'.
           ACCEPT WRK-INF-CATEGORIA FROM CONSOLE.
           DISPLAY 'AREA RESPONSAVEL (LOG FAT FIN COM SAC)..'.
           ACCEPT WRK-INF-AREA FROM CONSOLE.

           EVALUATE TRUE
               WHEN NOT WRK-CANAL-VALIDO
                   DISPLAY 'CANAL INVALIDO.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN NOT WRK-CATEGORIA-VALIDA
                   DISPLAY 'CATEGORIA INVALIDA.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN NOT WRK-AREA-VALIDA
                   DISPLAY 'AREA INVALIDA.'
                   MOVE 'N' TO WRK-VALIDO-SW
           END-EVALUATE.

      **************************************************************
      ** VINCULO OPCIONAL. A TRANSPORTADORA SAI DO EMBARQUE E O
      ** PRODUTO DO PEDIDO OU DO EMBARQUE; SEM PRODUTO DERIVADO, O
      ** ATENDENTE PODE INFORMAR O CODIGO (CONFERIDO NO PRODUTO).
      **************************************************************
       0212-ACEITAR-VINCULO.

           DISPLAY 'VINCULO (F=FATURA E=EMBARQUE P=PEDIDO '
               'BRANCO=NENHUM)..'.
           ACCEPT WRK-INF-VINC-TIPO FROM CONSOLE.
           MOVE ZEROS  TO SAC-TRANSP.
           MOVE SPACES TO SAC-CODPRODUTO.
           MOVE SPACES TO SAC-VINCULO.
           MOVE WRK-INF-VINC-TIPO TO SAC-VINCULO-TIPO.

           EVALUATE TRUE
               WHEN NOT WRK-VINC-TIPO-VALIDO
                   DISPLAY 'VINCULO INVALIDO.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN SAC-VINC-FATURA
                   DISPLAY 'NUMERO DA FATURA..'
                   ACCEPT WRK-INF-VINC-NUMERO FROM CONSOLE
                   MOVE WRK-INF-VINC-NUMERO TO SAC-VINC-NUMERO
                   PERFORM 8300-CONFERIR-FATURA
               WHEN SAC-VINC-EMBARQUE
                   DISPLAY 'DATA DO DESPACHO (AAAAMMDD)..'
                   ACCEPT WRK-INF-VINC-NUMERO FROM CONSOLE
                   DISPLAY 'SEQUENCIA DO EMBARQUE NO DIA..'
                   ACCEPT WRK-INF-VINC-SEQ FROM CONSOLE
                   MOVE WRK-INF-VINC-NUMERO TO SAC-VINC-DESPACHO
                   MOVE WRK-INF-VINC-SEQ    TO SAC-VINC-SEQUENCIA
                   PERFORM 8310-CONFERIR-EMBARQUE
               WHEN SAC-VINC-PEDIDO
                   DISPLAY 'NUMERO DO PEDIDO..'
                   ACCEPT WRK-INF-VINC-NUMERO FROM CONSOLE
                   MOVE WRK-INF-VINC-NUMERO TO SAC-VINC-NUMERO
                   PERFORM 8320-CONFERIR-PEDIDO
           END-EVALUATE.

           IF WRK-VALIDO AND SAC-CODPRODUTO = SPACES
               DISPLAY 'CODIGO DO PRODUTO (BRANCO=NAO SE APLICA)..'
               ACCEPT WRK-INF-PRODUTO FROM CONSOLE
               IF WRK-INF-PRODUTO NOT = SPACES
                   PERFORM 8400-CONFERIR-PRODUTO
                   IF WRK-ACHOU
                       MOVE WRK-INF-PRODUTO TO SAC-CODPRODUTO
                   ELSE
                       DISPLAY 'PRODUTO NAO CADASTRADO.'
                       MOVE 'N' TO WRK-VALIDO-SW
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** DATA PROMETIDA: ZERO ASSUME O PRAZO PADRAO DA CATEGORIA A
      ** PARTIR DE HOJE (PROGDATA, FUNCAO 'AD').
      **************************************************************
       0213-ACEITAR-PRAZO.

           DISPLAY 'DATA PROMETIDA DE RESPOSTA (AAAAMMDD, '
               '0=PRAZO DA CATEGORIA)..'.
           ACCEPT WRK-INF-PROMETIDA FROM CONSOLE.

           IF WRK-INF-PROMETIDA = ZEROS
               PERFORM 8500-CALCULAR-PRAZO-PADRAO
           ELSE
               IF WRK-INF-PROMETIDA < WRK-DATAHOJE
                   DISPLAY 'DATA PROMETIDA ANTERIOR A HOJE.'
                   MOVE 'N' TO WRK-VALIDO-SW
               ELSE
                   MOVE WRK-INF-PROMETIDA TO SAC-DATA-PROMETIDA
               END-IF
           END-IF.

      **************************************************************
      ** TRATATIVA: TEXTO OBRIGATORIO; AREA E PRAZO PODEM SER
      ** TROCADOS (BRANCO/ZERO MANTEM). CADA TROCA GANHA UMA LINHA
      ** PROPRIA NO HISTORICO.
      **************************************************************
       0220-REGISTRAR-TRATATIVA.

           PERFORM 8100-PROCURAR-CHAMADO.

           IF WRK-ACHOU
               DISPLAY 'ACAO TOMADA..'
               ACCEPT WRK-INF-TEXTO FROM CONSOLE
               DISPLAY 'NOVA AREA (BRANCO=MANTER ' SAC-AREA ')..'
               ACCEPT WRK-INF-AREA FROM CONSOLE
               DISPLAY 'NOVA DATA PROMETIDA (0=MANTER '
                   SAC-DATA-PROMETIDA ')..'
               ACCEPT WRK-INF-PROMETIDA FROM CONSOLE
               EVALUATE TRUE
                   WHEN WRK-INF-TEXTO = SPACES
                       DISPLAY 'ACAO TOMADA E OBRIGATORIA.'
                   WHEN WRK-INF-AREA NOT = SPACES
                       AND NOT WRK-AREA-VALIDA
                       DISPLAY 'AREA INVALIDA.'
                   WHEN WRK-INF-PROMETIDA NOT = ZEROS
                       AND WRK-INF-PROMETIDA < WRK-DATAHOJE
                       DISPLAY 'DATA PROMETIDA ANTERIOR A HOJE.'
                   WHEN OTHER
                       PERFORM 0225-GRAVAR-TRATATIVA
               END-EVALUATE
           END-IF.

       0225-GRAVAR-TRATATIVA.

           MOVE 'T' TO SAH-ACAO.
           PERFORM 8700-GRAVAR-HISTORICO.

           IF WRK-INF-AREA NOT = SPACES
               AND WRK-INF-AREA NOT = SAC-AREA
               MOVE SPACES TO WRK-INF-TEXTO
               STRING 'AREA RESPONSAVEL ALTERADA DE '
                   DELIMITED BY SIZE
                   SAC-AREA     DELIMITED BY SIZE
                   ' PARA '     DELIMITED BY SIZE
                   WRK-INF-AREA DELIMITED BY SIZE
                   INTO WRK-INF-TEXTO
               PERFORM 8700-GRAVAR-HISTORICO
               MOVE WRK-INF-AREA TO SAC-AREA
           END-IF.

           IF WRK-INF-PROMETIDA NOT = ZEROS
               AND WRK-INF-PROMETIDA NOT = SAC-DATA-PROMETIDA
               MOVE SPACES TO WRK-INF-TEXTO
               STRING 'DATA PROMETIDA ALTERADA DE '
                   DELIMITED BY SIZE
                   SAC-DATA-PROMETIDA DELIMITED BY SIZE
                   ' PARA '           DELIMITED BY SIZE
                   WRK-INF-PROMETIDA  DELIMITED BY SIZE
                   INTO WRK-INF-TEXTO
               PERFORM 8700-GRAVAR-HISTORICO
               MOVE WRK-INF-PROMETIDA TO SAC-DATA-PROMETIDA
           END-IF.

           SET SAC-EM-ANDAMENTO TO TRUE.
           REWRITE SACCHAM-REG.
           ADD 1 TO WRK-QTD-ACOES.
           DISPLAY 'TRATATIVA REGISTRADA.'.

      **************************************************************
      ** FECHAMENTO: SOLUCAO DADA AO CLIENTE OBRIGATORIA.
      **************************************************************
       0230-FECHAR-CHAMADO.

           PERFORM 8100-PROCURAR-CHAMADO.

           IF WRK-ACHOU
               DISPLAY 'SOLUCAO DADA AO CLIENTE..'
               ACCEPT WRK-INF-TEXTO FROM CONSOLE
               IF WRK-INF-TEXTO = SPACES
                   DISPLAY 'SOLUCAO E OBRIGATORIA.'
               ELSE
                   SET SAC-FECHADO TO TRUE
                   MOVE WRK-DATAHOJE TO SAC-DATA-FECHAMENTO
                   REWRITE SACCHAM-REG
                   ADD 1 TO WRK-QTD-ACOES
                   MOVE 'F' TO SAH-ACAO
                   PERFORM 8700-GRAVAR-HISTORICO
                   MOVE SPACES TO AUD-RESULTADO
                   STRING 'SAC - FECHADO ' DELIMITED BY SIZE
                       SAC-NUMERO DELIMITED BY SIZE
                       INTO AUD-RESULTADO
                   PERFORM 9400-AUDITAR-CHAMADO
                   IF SAC-DATA-FECHAMENTO > SAC-DATA-PROMETIDA
                       DISPLAY 'CHAMADO FECHADO FORA DO PRAZO '
                           'PROMETIDO (' SAC-DATA-PROMETIDA ').'
                   ELSE
                       DISPLAY 'CHAMADO FECHADO NO PRAZO.'
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** CONSULTA: DADOS DO CHAMADO (ABERTO OU FECHADO) E TODO O
      ** HISTORICO DATADO.
      **************************************************************
       0240-CONSULTAR-CHAMADO.

           DISPLAY 'NUMERO DO CHAMADO..'.
           ACCEPT WRK-INF-NUMERO FROM CONSOLE.
           MOVE WRK-INF-NUMERO TO SAC-NUMERO.
           READ SACCHAM-FILE
               INVALID KEY
                   DISPLAY 'CHAMADO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM 0245-EXIBIR-CHAMADO
           END-READ.

       0245-EXIBIR-CHAMADO.

           MOVE SAC-CLIENTE TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           DISPLAY 'CHAMADO ' SAC-NUMERO ' SITUACAO ' SAC-SITUACAO
               ' CLIENTE ' WRK-DOC-ROTULO ' ' WRK-DOC-FORMATADO.
           DISPLAY 'CATEGORIA ' SAC-CATEGORIA ' AREA ' SAC-AREA
               ' CANAL ' SAC-CANAL ' VINCULO ' SAC-VINCULO-TIPO
               ' ' SAC-VINCULO.
           DISPLAY 'ABERTO EM ' SAC-DATA-ABERTURA ' PROMETIDO PARA '
               SAC-DATA-PROMETIDA ' FECHADO EM ' SAC-DATA-FECHAMENTO.
           DISPLAY 'RESUMO: ' SAC-RESUMO.

           MOVE ZEROS TO WRK-QTD-HISTORICO.
           OPEN INPUT SACHIST-FILE.
           IF WRK-SACHIST-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ SACHIST-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 0246-EXIBIR-HISTORICO UNTIL WRK-LEITURA-FIM
               CLOSE SACHIST-FILE
           END-IF.
           DISPLAY 'ACOES NO HISTORICO: ' WRK-QTD-HISTORICO.

       0246-EXIBIR-HISTORICO.

           IF SAH-NUMERO = SAC-NUMERO
               ADD 1 TO WRK-QTD-HISTORICO
               DISPLAY SAH-DATA ' ' SAH-HORA ' ' SAH-ACAO ' '
                   SAH-USUARIO ' ' SAH-TEXTO
           END-IF.
           READ SACHIST-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.

       0300-FINALIZAR.

           IF WRK-SACCHAM-ABERTO
               CLOSE SACCHAM-FILE
               DISPLAY 'ACOES REGISTRADAS: ' WRK-QTD-ACOES
           END-IF.
           CLOSE AUDITORIA-FILE.

      **************************************************************
      ** PROXIMO NUMERO DE CHAMADO: ULTIMO DO CADASTRO MAIS UM.
      **************************************************************
       8000-DERIVAR-PROXIMO-NUMERO.

           MOVE 1   TO WRK-PROX-NUMERO.
           MOVE 'N' TO WRK-VARRE-FIM-SW.

           MOVE ZEROS TO SAC-NUMERO.
           START SACCHAM-FILE KEY IS NOT LESS THAN SAC-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 8010-VARRER-NUMEROS UNTIL WRK-VARRE-FIM.

       8010-VARRER-NUMEROS.

           READ SACCHAM-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   COMPUTE WRK-PROX-NUMERO = SAC-NUMERO + 1
           END-READ.

      **************************************************************
      ** CHAMADO PARA TRATATIVA OU FECHAMENTO: EXISTENTE E AINDA
      ** NAO FECHADO.
      **************************************************************
       8100-PROCURAR-CHAMADO.

           MOVE 'N' TO WRK-ACHOU-SW.
           DISPLAY 'NUMERO DO CHAMADO..'.
           ACCEPT WRK-INF-NUMERO FROM CONSOLE.
           MOVE WRK-INF-NUMERO TO SAC-NUMERO.
           READ SACCHAM-FILE
               INVALID KEY
                   DISPLAY 'CHAMADO NAO ENCONTRADO.'
               NOT INVALID KEY
                   IF SAC-FECHADO
                       DISPLAY 'CHAMADO JA FECHADO EM '
                           SAC-DATA-FECHAMENTO '.'
                   ELSE
                       DISPLAY 'CHAMADO ' SAC-NUMERO ' - '
                           SAC-RESUMO
                       SET WRK-ACHOU TO TRUE
                   END-IF
           END-READ.

       8200-CONFERIR-CLIENTE.

           MOVE 'N' TO WRK-VALIDO-SW.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLIENTE-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INDISPONIVEL.'
           ELSE
               MOVE WRK-INF-TIPO-PESSOA TO CLI-TIPO-PESSOA
               MOVE WRK-INF-DOCUMENTO   TO CLI-DOCUMENTO
               READ CLIENTE-FILE
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'CLIENTE: ' CLI-NOME
                       MOVE CLI-CHAVE TO SAC-CLIENTE
                       SET WRK-VALIDO TO TRUE
               END-READ
               CLOSE CLIENTE-FILE
           END-IF.

      **************************************************************
      ** FATURA: PROCURADA NO REGISTRO DE FATURAS (FATREG).
      **************************************************************
       8300-CONFERIR-FATURA.

           MOVE 'N' TO WRK-ACHOU-SW.
           OPEN INPUT FATREG-FILE.
           IF WRK-FATREG-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ FATREG-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 8305-LER-FATURA
                   UNTIL WRK-LEITURA-FIM OR WRK-ACHOU
               CLOSE FATREG-FILE
           END-IF.

           EVALUATE TRUE
               WHEN NOT WRK-ACHOU
                   DISPLAY 'FATURA NAO ENCONTRADA.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN FRG-CLIENTE NOT = SAC-CLIENTE
                   DISPLAY 'FATURA DE OUTRO CLIENTE.'
                   MOVE 'N' TO WRK-VALIDO-SW
           END-EVALUATE.

       8305-LER-FATURA.

           IF FRG-NUMERO = SAC-VINC-NUMERO
               SET WRK-ACHOU TO TRUE
           ELSE
               READ FATREG-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
           END-IF.

       8310-CONFERIR-EMBARQUE.

           MOVE 'N' TO WRK-ACHOU-SW.
           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS = '00'
               MOVE SAC-VINC-DESPACHO  TO EMB-DATA-DESPACHO
               MOVE SAC-VINC-SEQUENCIA TO EMB-SEQUENCIA
               READ EMBARQUE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WRK-ACHOU TO TRUE
               END-READ
               CLOSE EMBARQUE-FILE
           END-IF.

           EVALUATE TRUE
               WHEN NOT WRK-ACHOU
                   DISPLAY 'EMBARQUE NAO ENCONTRADO.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN EMB-TIPO-PESSOA NOT = SPACE
                   AND EMB-CLIENTE NOT = SAC-CLIENTE
                   DISPLAY 'EMBARQUE DE OUTRO CLIENTE.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN OTHER
                   MOVE EMB-TRANSP TO SAC-TRANSP
                   PERFORM 8410-PRODUTO-POR-DESCRICAO
           END-EVALUATE.

       8320-CONFERIR-PEDIDO.

           MOVE 'N' TO WRK-ACHOU-SW.
           OPEN INPUT PEDVENDA-FILE.
           IF WRK-PEDVENDA-STATUS = '00'
               MOVE SAC-VINC-NUMERO TO PDV-NUMERO
               READ PEDVENDA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WRK-ACHOU TO TRUE
               END-READ
               CLOSE PEDVENDA-FILE
           END-IF.

           EVALUATE TRUE
               WHEN NOT WRK-ACHOU
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN PDV-CLIENTE NOT = SAC-CLIENTE
                   DISPLAY 'PEDIDO DE OUTRO CLIENTE.'
                   MOVE 'N' TO WRK-VALIDO-SW
               WHEN OTHER
                   MOVE PDV-CODPRODUTO TO SAC-CODPRODUTO
           END-EVALUATE.

       8400-CONFERIR-PRODUTO.

           MOVE 'N' TO WRK-ACHOU-SW.
           OPEN INPUT PRODUTO-FILE.
           IF WRK-PRODUTO-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ PRODUTO-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 8405-LER-PRODUTO-CODIGO
                   UNTIL WRK-LEITURA-FIM OR WRK-ACHOU
               CLOSE PRODUTO-FILE
           END-IF.

       8405-LER-PRODUTO-CODIGO.

           IF PRD-CODIGO = WRK-INF-PRODUTO
               SET WRK-ACHOU TO TRUE
           ELSE
               READ PRODUTO-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** O EMBARQUE GUARDA A DESCRICAO DO PRODUTO; O CODIGO VEM DO
      ** CADASTRO DE PRODUTOS. SEM CORRESPONDENCIA, FICA EM BRANCO.
      **************************************************************
       8410-PRODUTO-POR-DESCRICAO.

           MOVE 'N' TO WRK-ACHOU-SW.
           OPEN INPUT PRODUTO-FILE.
           IF WRK-PRODUTO-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ PRODUTO-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 8415-LER-PRODUTO-DESCRICAO
                   UNTIL WRK-LEITURA-FIM OR WRK-ACHOU
               CLOSE PRODUTO-FILE
           END-IF.
           IF WRK-ACHOU
               MOVE PRD-CODIGO TO SAC-CODPRODUTO
           END-IF.

       8415-LER-PRODUTO-DESCRICAO.

           IF PRD-DESCRICAO = EMB-PRODUTO
               OR PRD-CODIGO = EMB-PRODUTO
               SET WRK-ACHOU TO TRUE
           ELSE
               READ PRODUTO-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
           END-IF.

       8500-CALCULAR-PRAZO-PADRAO.

           MOVE 5 TO WRK-SLA-DIAS.
           PERFORM 8510-PROCURAR-SLA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.

           INITIALIZE WRK-DTS-AREA.
           MOVE WRK-DATAHOJE TO DTS-DATA1.
           MOVE WRK-SLA-DIAS TO DTS-DIAS.
           MOVE 'AD'         TO DTS-FUNCAO.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-PROX-UTIL TO SAC-DATA-PROMETIDA.

       8510-PROCURAR-SLA.

           IF WRK-SLA-CATEGORIA(WRK-IDX) = WRK-INF-CATEGORIA
               MOVE WRK-SLA-PRAZO(WRK-IDX) TO WRK-SLA-DIAS
           END-IF.

      **************************************************************
      ** HISTORICO: UMA LINHA DATADA POR ACAO (SAH-ACAO E O TEXTO EM
      ** WRK-INF-TEXTO PREENCHIDOS PELO CHAMADOR).
      **************************************************************
       8700-GRAVAR-HISTORICO.

           OPEN EXTEND SACHIST-FILE.
           IF WRK-SACHIST-STATUS = '05' OR '35'
               CLOSE SACHIST-FILE
               OPEN OUTPUT SACHIST-FILE
           END-IF.
           MOVE SAC-NUMERO    TO SAH-NUMERO.
           MOVE WRK-DATAHOJE  TO SAH-DATA.
           ACCEPT SAH-HORA FROM TIME.
           MOVE WRK-OPERADOR  TO SAH-USUARIO.
           MOVE WRK-INF-TEXTO TO SAH-TEXTO.
           WRITE SACHIST-REG.
           CLOSE SACHIST-FILE.

      **************************************************************
      ** AUTENTICACAO DO ATENDENTE: SENHA CONTRA O CADASTRO
      ** USUARIO, COM AS RECUSAS NA TRILHA DE AUDITORIA.
      **************************************************************
       8600-AUTENTICAR-ATENDENTE.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'ATENDENTE..'
               ACCEPT WRK-OPERADOR FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-OPERADOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-OPERADOR TO AUD-USUARIO
                       MOVE ZEROS        TO AUD-NIVEL
                       MOVE 'SAC - USUARIO DESCONHECIDO'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-OPERADOR TO AUD-USUARIO
                               MOVE USU-NIVEL    TO AUD-NIVEL
                               MOVE 'SAC - FALHA DE SENHA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-OPERADOR-NIVEL
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

       9400-AUDITAR-CHAMADO.

           MOVE WRK-OPERADOR       TO AUD-USUARIO.
           MOVE WRK-OPERADOR-NIVEL TO AUD-NIVEL.
           PERFORM 9200-GRAVAR-AUDITORIA.

       COPY CPYAUDPR.
       COPY CPYABLPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
