      **    PROGDEPB.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - BAIXA COM DATA E VALOR DE VENDA, LANCANDO A
      **               SAIDA DO CUSTO (12001) E DA DEPRECIACAO
      **               ACUMULADA (13001), O RECEBIMENTO (11001) E O
      **               GANHO (42006) OU A PERDA (41020) NA ALIENACAO.
      **               NOVA OPERACAO T (TRANSFERENCIA DATADA ENTRE
      **               CENTROS DE CUSTO, NO LUGAR DA ALTERACAO DO
      **               CENTRO) E HISTORICO DE MOVIMENTOS (ATIVOMOV).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           COPY CPYAFXSL.
           COPY CPYCCUSL.
           COPY CPYAMVSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYAFXFD.
       COPY CPYCCUFD.
       COPY CPYAMVFD.

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-ATIVOFIX-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ATIVOMOV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ATIVOFIX-ABERTO-SW PIC X(01) VALUE 'N'.
           05  WRK-INF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-INF-VIDA       PIC 9(03) VALUE ZEROS.
           05  WRK-INF-CCUSTO     PIC X(05) VALUE SPACES.
       01  WRK-ENTRADA-MOVIMENTO.
           05  WRK-INF-DATA-MOVTO PIC 9(08) VALUE ZEROS.
           05  WRK-INF-VALOR-VENDA PIC 9(09)V99 VALUE ZEROS.
           05  WRK-INF-CCUSTO-NOVO PIC X(05) VALUE SPACES.
       77  WRK-VALOR-RESIDUAL     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESULTADO-BAIXA    PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RESULTADO-ED       PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-CONTA-BANCOS       PIC 9(05) VALUE 11001.
       77  WRK-CONTA-IMOBILIZADO  PIC 9(05) VALUE 12001.
       77  WRK-CONTA-ACUMULADA    PIC 9(05) VALUE 13001.
       77  WRK-CONTA-PERDA-BAIXA  PIC 9(05) VALUE 41020.
       77  WRK-CONTA-GANHO-BAIXA  PIC 9(05) VALUE 42006.
       01  WRK-DOCUMENTO-BAIXA.
           05  FILLER             PIC X(05) VALUE 'BAIXA'.
           05  WRK-DOC-CODIGO     PIC 9(05) VALUE ZEROS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYCCUTB.
       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR B=BAIXAR '
               'T=TRANSFERIR C=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
                   PERFORM 0220-ALTERAR-ATIVO
               WHEN 'B'
                   PERFORM 0230-BAIXAR-ATIVO
               WHEN 'T'
                   PERFORM 0250-TRANSFERIR-ATIVO
               WHEN 'C'
                   PERFORM 0240-CONSULTAR-ATIVO
               WHEN OTHER
               MOVE WRK-INF-CCUSTO     TO AFX-CENTRO-CUSTO
               MOVE ZEROS              TO AFX-DEPREC-ACUM
               SET AFX-ATIVO           TO TRUE
               MOVE ZEROS              TO AFX-DATA-BAIXA
               MOVE ZEROS              TO AFX-VALOR-VENDA
               MOVE ZEROS              TO AFX-DATA-TRANSF
               MOVE SPACES             TO AFX-CCUSTO-ANTERIOR
               WRITE ATIVOFIX-REG
                   INVALID KEY
                       DISPLAY 'CODIGO JA EXISTENTE NO CADASTRO.'
                       DISPLAY 'ATIVO INCLUIDO COM O CODIGO '
                           WRK-PROX-CODIGO
                       ADD 1 TO WRK-PROX-CODIGO
                       MOVE SPACES TO ATIVOMOV-REG
                       SET AMV-INCLUSAO TO TRUE
                       MOVE AFX-DATA-AQUISICAO  TO AMV-DATA
                       MOVE AFX-CENTRO-CUSTO    TO AMV-CCUSTO-DESTINO
                       MOVE AFX-VALOR-AQUISICAO TO AMV-VALOR
                       MOVE ZEROS               TO AMV-RESULTADO
                       PERFORM 8400-GRAVAR-MOVIMENTO
               END-WRITE
           END-IF.

                   ' VALOR ' AFX-VALOR-AQUISICAO
               PERFORM 8200-ACEITAR-DADOS
               PERFORM 8100-VALIDAR-CADASTRO
               IF WRK-CADASTRO-VALIDO
                   AND WRK-INF-CCUSTO NOT = AFX-CENTRO-CUSTO
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   DISPLAY 'CENTRO DE CUSTO NAO SE ALTERA AQUI - USE '
                       'A OPERACAO T (TRANSFERENCIA).'
               END-IF
               IF WRK-CADASTRO-VALIDO
                   MOVE WRK-INF-DESCRICAO TO AFX-DESCRICAO
                   MOVE WRK-INF-DATA      TO AFX-DATA-AQUISICAO
      **************************************************************
      ** BAIXA (DISPOSICAO) DO BEM: A SITUACAO PASSA A 'B' E A
      ** DEPRECIACAO MENSAL PARA DE LANCAR; O REGISTRO PERMANECE
      ** PARA HISTORICO. A BAIXA TEM DATA E VALOR DE VENDA (ZERO
      ** PARA SUCATA OU PERDA) E E LANCADA NO CENTRO DE CUSTO DO
      ** BEM: DEBITO DA DEPRECIACAO ACUMULADA (13001) E CREDITO DO
      ** CUSTO (12001), DEBITO DO RECEBIMENTO (11001) E A DIFERENCA
      ** ENTRE A VENDA E O VALOR RESIDUAL (CUSTO MENOS ACUMULADA)
      ** COMO GANHO (CREDITO 42006) OU PERDA (DEBITO 41020).
      **************************************************************
       0230-BAIXAR-ATIVO.

               IF AFX-BAIXADO
                   DISPLAY 'ATIVO JA BAIXADO.'
               ELSE
                   DISPLAY 'DATA DA BAIXA (AAAAMMDD)..'
                   ACCEPT WRK-INF-DATA-MOVTO FROM CONSOLE
                   DISPLAY 'VALOR DE VENDA (ZERO SE SUCATA/PERDA)..'
                   ACCEPT WRK-INF-VALOR-VENDA FROM CONSOLE
                   PERFORM 8500-VALIDAR-DATA-MOVIMENTO
                   IF WRK-CADASTRO-VALIDO
                       PERFORM 0235-REGISTRAR-BAIXA
                   END-IF
               END-IF
           END-IF.

       0235-REGISTRAR-BAIXA.

           COMPUTE WRK-VALOR-RESIDUAL =
               AFX-VALOR-AQUISICAO - AFX-DEPREC-ACUM.
           COMPUTE WRK-RESULTADO-BAIXA =
               WRK-INF-VALOR-VENDA - WRK-VALOR-RESIDUAL.

           SET AFX-BAIXADO TO TRUE.
           MOVE WRK-INF-DATA-MOVTO  TO AFX-DATA-BAIXA.
           MOVE WRK-INF-VALOR-VENDA TO AFX-VALOR-VENDA.
           REWRITE ATIVOFIX-REG.

           MOVE AFX-CODIGO TO WRK-DOC-CODIGO.
           PERFORM 0238-LANCAR-BAIXA.

           MOVE SPACES TO ATIVOMOV-REG.
           SET AMV-BAIXA TO TRUE.
           MOVE WRK-INF-DATA-MOVTO  TO AMV-DATA.
           MOVE AFX-CENTRO-CUSTO    TO AMV-CCUSTO-ORIGEM.
           MOVE WRK-INF-VALOR-VENDA TO AMV-VALOR.
           MOVE WRK-RESULTADO-BAIXA TO AMV-RESULTADO.
           MOVE WRK-DOCUMENTO-BAIXA TO AMV-DOCUMENTO.
           PERFORM 8400-GRAVAR-MOVIMENTO.

           MOVE WRK-RESULTADO-BAIXA TO WRK-RESULTADO-ED.
           DISPLAY 'ATIVO BAIXADO. VALOR RESIDUAL ' WRK-VALOR-RESIDUAL
               ' RESULTADO ' WRK-RESULTADO-ED.

       0238-LANCAR-BAIXA.

           OPEN EXTEND LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS = '05' OR '35'
               CLOSE LANCTOS-FILE
               OPEN OUTPUT LANCTOS-FILE
           END-IF.
           MOVE WRK-INF-DATA-MOVTO  TO LAN-DATA.
           MOVE WRK-DOCUMENTO-BAIXA TO LAN-DOCUMENTO.
           MOVE AFX-CENTRO-CUSTO    TO LAN-CENTRO-CUSTO.
           MOVE 'BAIXA DE BEM DO IMOBILIZADO' TO LAN-HISTORICO.

           IF AFX-DEPREC-ACUM > ZEROS
               MOVE WRK-CONTA-ACUMULADA TO LAN-CONTA
               MOVE 'D'                 TO LAN-TIPO
               MOVE AFX-DEPREC-ACUM     TO LAN-VALOR
               WRITE LANCTO-REG
           END-IF.

           MOVE WRK-CONTA-IMOBILIZADO TO LAN-CONTA.
           MOVE 'C'                   TO LAN-TIPO.
           MOVE AFX-VALOR-AQUISICAO   TO LAN-VALOR.
           WRITE LANCTO-REG.

           IF WRK-INF-VALOR-VENDA > ZEROS
               MOVE WRK-CONTA-BANCOS    TO LAN-CONTA
               MOVE 'D'                 TO LAN-TIPO
               MOVE WRK-INF-VALOR-VENDA TO LAN-VALOR
               MOVE 'VENDA DE BEM DO IMOBILIZADO' TO LAN-HISTORICO
               WRITE LANCTO-REG
           END-IF.

           IF WRK-RESULTADO-BAIXA > ZEROS
               MOVE WRK-CONTA-GANHO-BAIXA TO LAN-CONTA
               MOVE 'C'                   TO LAN-TIPO
               MOVE WRK-RESULTADO-BAIXA   TO LAN-VALOR
               MOVE 'GANHO NA ALIENACAO DE BEM' TO LAN-HISTORICO
               WRITE LANCTO-REG
           END-IF.

           IF WRK-RESULTADO-BAIXA < ZEROS
               MOVE WRK-CONTA-PERDA-BAIXA TO LAN-CONTA
               MOVE 'D'                   TO LAN-TIPO
               COMPUTE LAN-VALOR = ZERO - WRK-RESULTADO-BAIXA
               MOVE 'PERDA NA BAIXA DE BEM' TO LAN-HISTORICO
               WRITE LANCTO-REG
           END-IF.

           CLOSE LANCTOS-FILE.

       0240-CONSULTAR-ATIVO.

           PERFORM 8300-BUSCAR-ATIVO.
                   ' MESES'
               DISPLAY 'DEPREC. ACUM.: ' AFX-DEPREC-ACUM
               DISPLAY 'SITUACAO.....: ' AFX-SITUACAO
               DISPLAY 'CENTRO CUSTO.: ' AFX-CENTRO-CUSTO
               IF AFX-DATA-TRANSF NOT = ZEROS
                   DISPLAY 'TRANSFERIDO..: ' AFX-DATA-TRANSF
                       ' DE ' AFX-CCUSTO-ANTERIOR
               END-IF
               IF AFX-BAIXADO
                   DISPLAY 'BAIXA........: ' AFX-DATA-BAIXA
                       ' VENDA ' AFX-VALOR-VENDA
               END-IF
           END-IF.

      **************************************************************
      ** TRANSFERENCIA DO BEM ATIVO PARA OUTRO CENTRO DE CUSTO A
      ** PARTIR DE UMA DATA (NAO ANTERIOR A AQUISICAO NEM A ULTIMA
      ** TRANSFERENCIA). O CENTRO ANTERIOR FICA NO CADASTRO E O
      ** MOVIMENTO NO HISTORICO, DE ONDE O PROGDEPB RATEIA A
      ** DEPRECIACAO DO MES PELOS DIAS EM CADA CENTRO.
      **************************************************************
       0250-TRANSFERIR-ATIVO.

           PERFORM 8300-BUSCAR-ATIVO.

           IF WRK-AFX-ACHOU
               IF AFX-BAIXADO
                   DISPLAY 'ATIVO BAIXADO NAO PODE SER TRANSFERIDO.'
               ELSE
                   DISPLAY 'CENTRO DE CUSTO ATUAL: ' AFX-CENTRO-CUSTO
                   DISPLAY 'NOVO CENTRO DE CUSTO..'
                   ACCEPT WRK-INF-CCUSTO-NOVO FROM CONSOLE
                   DISPLAY 'DATA DA TRANSFERENCIA (AAAAMMDD)..'
                   ACCEPT WRK-INF-DATA-MOVTO FROM CONSOLE
                   PERFORM 8500-VALIDAR-DATA-MOVIMENTO
                   PERFORM 8510-VALIDAR-CCUSTO-NOVO
                   IF WRK-CADASTRO-VALIDO
                       PERFORM 0255-REGISTRAR-TRANSFERENCIA
                   END-IF
               END-IF
           END-IF.

       0255-REGISTRAR-TRANSFERENCIA.

           MOVE SPACES TO ATIVOMOV-REG.
           SET AMV-TRANSFERENCIA TO TRUE.
           MOVE WRK-INF-DATA-MOVTO  TO AMV-DATA.
           MOVE AFX-CENTRO-CUSTO    TO AMV-CCUSTO-ORIGEM.
           MOVE WRK-INF-CCUSTO-NOVO TO AMV-CCUSTO-DESTINO.
           MOVE ZEROS               TO AMV-VALOR.
           MOVE ZEROS               TO AMV-RESULTADO.

           MOVE AFX-CENTRO-CUSTO    TO AFX-CCUSTO-ANTERIOR.
           MOVE WRK-INF-DATA-MOVTO  TO AFX-DATA-TRANSF.
           MOVE WRK-INF-CCUSTO-NOVO TO AFX-CENTRO-CUSTO.
           REWRITE ATIVOFIX-REG.

           PERFORM 8400-GRAVAR-MOVIMENTO.
           DISPLAY 'ATIVO TRANSFERIDO PARA ' AFX-CENTRO-CUSTO
               ' EM ' AFX-DATA-TRANSF.

       0300-FINALIZAR.

           IF WRK-ATIVOFIX-ABERTO
                   SET WRK-AFX-ACHOU TO TRUE
           END-READ.

      **************************************************************
      ** GRAVACAO NO HISTORICO DE MOVIMENTOS (ATIVOMOV) DO BEM
      ** CORRENTE, COM O CUSTO E A ACUMULADA DEPOIS DO MOVIMENTO.
      ** O CHAMADOR PREENCHE TIPO, DATA, CENTROS, VALOR E RESULTADO.
      **************************************************************
       8400-GRAVAR-MOVIMENTO.

           MOVE AFX-CODIGO          TO AMV-CODIGO.
           MOVE AFX-VALOR-AQUISICAO TO AMV-VALOR-AQUISICAO.
           MOVE AFX-DEPREC-ACUM     TO AMV-DEPREC-ACUM.

           OPEN EXTEND ATIVOMOV-FILE.
           IF WRK-ATIVOMOV-STATUS = '05' OR '35'
               CLOSE ATIVOMOV-FILE
               OPEN OUTPUT ATIVOMOV-FILE
           END-IF.
           WRITE ATIVOMOV-REG.
           CLOSE ATIVOMOV-FILE.

      **************************************************************
      ** DATA DA BAIXA OU DA TRANSFERENCIA: OBRIGATORIA E NAO
      ** ANTERIOR A AQUISICAO NEM A ULTIMA TRANSFERENCIA DO BEM.
      **************************************************************
       8500-VALIDAR-DATA-MOVIMENTO.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           IF WRK-INF-DATA-MOVTO = ZEROS
               OR WRK-INF-DATA-MOVTO < AFX-DATA-AQUISICAO
               OR WRK-INF-DATA-MOVTO < AFX-DATA-TRANSF
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-DATA'      TO EXC-CAMPO
               MOVE WRK-INF-DATA-MOVTO  TO EXC-VALOR
               MOVE 'DATA ANTERIOR A AQUISICAO/TRANSF.'
                   TO EXC-MOTIVO
               MOVE AFX-DESCRICAO       TO WRK-INF-DESCRICAO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'DATA INVALIDA PARA O MOVIMENTO DO BEM.'
           END-IF.

       8510-VALIDAR-CCUSTO-NOVO.

           IF WRK-INF-CCUSTO-NOVO = SPACES
               OR WRK-INF-CCUSTO-NOVO = AFX-CENTRO-CUSTO
               SET WRK-CADASTRO-INVALIDO TO TRUE
               DISPLAY 'INFORME UM CENTRO DE CUSTO DIFERENTE DO ATUAL.'
           ELSE
               IF WRK-TAB-CCUSTO-QTD > ZEROS
                   MOVE WRK-INF-CCUSTO-NOVO TO WRK-CCU-CODIGO
                   PERFORM 7510-BUSCAR-CCUSTO
                   IF NOT WRK-CCU-ACHOU
                       SET WRK-CADASTRO-INVALIDO TO TRUE
                       MOVE 'WRK-INF-CCUSTO'    TO EXC-CAMPO
                       MOVE WRK-INF-CCUSTO-NOVO TO EXC-VALOR
                       MOVE 'CENTRO DE CUSTO NAO CADASTRADO'
                           TO EXC-MOTIVO
                       MOVE AFX-DESCRICAO       TO WRK-INF-DESCRICAO
                       PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                       DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO.'
                   END-IF
               END-IF
           END-IF.

       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYCCUPR.
