       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINVM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: DIGITACAO E APROVACAO DO INVENTARIO FISICO ABERTO
      **    PELO PROGINVB. PELO CONSOLE:
      **    - C: REGISTRA A QUANTIDADE CONTADA DE UM PRODUTO OU
      **      MATERIAL; DIVERGENCIA ACIMA DA TOLERANCIA DO INVCTL
      **      (PERCENTUAL SOBRE O SALDO CONGELADO) MANDA A LINHA
      **      PARA RECONTAGEM;
      **    - R: REGISTRA A RECONTAGEM, QUE PREVALECE SOBRE A
      **      PRIMEIRA CONTAGEM;
      **    - L: LISTA AS LINHAS AINDA A CONTAR OU A RECONTAR;
      **    - A: COM TODAS AS LINHAS CONTADAS, UM SUPERVISOR
      **      AUTENTICADO (ADM OU SUPERVISOR, COMO NO PROGAPRV)
      **      APROVA OS AJUSTES: A DIFERENCA ENTRE A QUANTIDADE
      **      FINAL E O SALDO CONGELADO ATUALIZA O ESTOQUEP E O
      **      MATERIAL, E REGISTRADA NO ESTOQMOV COM O DOCUMENTO DA
      **      CONTAGEM E CONTABILIZADA NO RAZAO (LANCTOS) COMO PERDA
      **      OU SOBRA DE INVENTARIO. A CONTAGEM E ENCERRADA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYINVSL.
           COPY CPYICTSL.
           COPY CPYESTSL.
           COPY CPYORMSL.
           SELECT ESTOQMOV-FILE ASSIGN TO "ESTOQMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESTOQMOV-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYINVFD.
       COPY CPYICTFD.
       COPY CPYESTFD.
       COPY CPYORMFD.
       FD  ESTOQMOV-FILE.
       01  ESTOQMOV-REG.
           05  EMV-DATA           PIC 9(08).
           05  EMV-MATERIAL       PIC X(10).
           05  EMV-TIPO           PIC X(01).
           05  EMV-QTD-CHAPAS     PIC 9(05).
           05  EMV-SALDO-ANTERIOR PIC 9(05).
           05  EMV-SALDO-ATUAL    PIC 9(05).
           05  EMV-DOCUMENTO      PIC X(10).

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-INVCONT-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-INVCTL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQMOV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-INVCONT-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-INVCONT-ABERTO             VALUE 'S'.
       77  WRK-ESTOQUEP-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ESTOQUEP-ABERTO            VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                  VALUE 'S'.
       77  WRK-INV-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-INV-ACHOU                  VALUE 'S'.
       77  WRK-FORA-TOLERANCIA-SW PIC X(01) VALUE 'N'.
           88  WRK-FORA-TOLERANCIA            VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO                VALUE 'S'.
       77  WRK-MATERIAL-ALTEROU-SW PIC X(01) VALUE 'N'.
           88  WRK-MATERIAL-ALTEROU           VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-APROVADOR          PIC X(20) VALUE SPACES.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-MATERIAL           PIC X(10) VALUE SPACES.
       77  WRK-PRECO-M2           PIC 9(05)V99 VALUE ZEROS.
       77  WRK-MAT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-INF            PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-FINAL          PIC 9(07) VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(07) VALUE ZEROS.
       77  WRK-DIFERENCA-ABS      PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR     PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-NOVO         PIC S9(08) VALUE ZEROS.
       77  WRK-VALOR-AJUSTE       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-AJUSTADAS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PERDAS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SOBRAS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONTA-PERDA        PIC 9(05) VALUE 41013.
       77  WRK-CONTA-SOBRA        PIC 9(05) VALUE 42004.
       77  WRK-CONTA-PRODUTOS     PIC 9(05) VALUE 11005.
       77  WRK-CONTA-MATERIAIS    PIC 9(05) VALUE 11006.
       77  WRK-CONTA-ESTOQUE      PIC 9(05) VALUE ZEROS.
       01  WRK-DOCUMENTO-INV.
           05  FILLER             PIC X(03) VALUE 'INV'.
           05  WRK-DOCUMENTO-NUM  PIC 9(07) VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-TIPO       PIC X(01).
           05  WRK-INF-CODIGO     PIC X(10).
       COPY CPYORMTB.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 8000-LER-CONTROLE.

           IF NOT ICT-CONTAGEM-ABERTA
               DISPLAY 'NENHUMA CONTAGEM DE INVENTARIO ABERTA.'
               SET WRK-FIM TO TRUE
           ELSE
               MOVE ICT-ULTIMO-DOCUMENTO TO WRK-DOCUMENTO-NUM
               OPEN I-O INVCONT-FILE
               IF WRK-INVCONT-STATUS NOT = '00'
                   MOVE 'PROGINVM'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-INVCONT-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O ARQUIVO DE CONTAGEM'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-INVCONT-ABERTO TO TRUE
                   DISPLAY 'CONTAGEM ' WRK-DOCUMENTO-INV
                       ' CONGELADA EM ' ICT-DATA-CONGELAMENTO
                       ' - TOLERANCIA ' ICT-TOLERANCIA-PERC '%'
               END-IF
           END-IF.

           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (C=CONTAR R=RECONTAR L=LISTAR '
               'A=APROVAR AJUSTES FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'C'
                   PERFORM 0210-REGISTRAR-CONTAGEM
               WHEN 'R'
                   PERFORM 0220-REGISTRAR-RECONTAGEM
               WHEN 'L'
                   PERFORM 0230-LISTAR-PENDENTES
               WHEN 'A'
                   PERFORM 0240-APROVAR-AJUSTES
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** PRIMEIRA CONTAGEM (OU CORRECAO DELA, ENQUANTO DENTRO DA
      ** TOLERANCIA). FORA DA TOLERANCIA A LINHA FICA BLOQUEADA
      ** PARA A APROVACAO ATE SER RECONTADA.
      **************************************************************
       0210-REGISTRAR-CONTAGEM.

           PERFORM 8100-BUSCAR-LINHA.
           IF WRK-INV-ACHOU
               IF NOT INV-A-CONTAR AND NOT INV-CONTADA
                   DISPLAY 'LINHA JA ENVIADA PARA RECONTAGEM OU '
                       'AJUSTADA.'
               ELSE
                   DISPLAY 'QUANTIDADE CONTADA..'
                   ACCEPT WRK-QTD-INF FROM CONSOLE
                   MOVE WRK-QTD-INF TO INV-QTD-CONTADA
                   PERFORM 8200-VERIFICAR-TOLERANCIA
                   IF WRK-FORA-TOLERANCIA
                       SET INV-RECONTAR TO TRUE
                       DISPLAY 'DIVERGENCIA FORA DA TOLERANCIA - '
                           'RECONTAGEM OBRIGATORIA.'
                   ELSE
                       SET INV-CONTADA TO TRUE
                   END-IF
                   PERFORM 8110-REGRAVAR-LINHA
               END-IF
           END-IF.

       0220-REGISTRAR-RECONTAGEM.

           PERFORM 8100-BUSCAR-LINHA.
           IF WRK-INV-ACHOU
               IF NOT INV-RECONTAR AND NOT INV-RECONTADA
                   DISPLAY 'LINHA NAO ESTA EM RECONTAGEM.'
               ELSE
                   DISPLAY 'QUANTIDADE RECONTADA..'
                   ACCEPT WRK-QTD-INF FROM CONSOLE
                   MOVE WRK-QTD-INF TO INV-QTD-RECONTADA
                   SET INV-RECONTADA TO TRUE
                   PERFORM 8110-REGRAVAR-LINHA
               END-IF
           END-IF.

       0230-LISTAR-PENDENTES.

           MOVE ZEROS TO WRK-QTD-PENDENTES.
           PERFORM 8300-POSICIONAR-CONTAGEM.
           PERFORM 0231-LISTAR-LINHA UNTIL WRK-VARRE-FIM.
           DISPLAY WRK-QTD-PENDENTES ' LINHA(S) PENDENTE(S).'.

       0231-LISTAR-LINHA.

           IF INV-A-CONTAR OR INV-RECONTAR
               ADD 1 TO WRK-QTD-PENDENTES
               IF INV-A-CONTAR
                   DISPLAY INV-TIPO-ITEM ' ' INV-CODIGO ' A CONTAR'
               ELSE
                   DISPLAY INV-TIPO-ITEM ' ' INV-CODIGO ' A RECONTAR'
                       ' (CONTADO ' INV-QTD-CONTADA ')'
               END-IF
           END-IF.
           PERFORM 8310-LER-PROXIMA-LINHA.

      **************************************************************
      ** APROVACAO DOS AJUSTES: SO COM TODAS AS LINHAS CONTADAS
      ** (NENHUMA A CONTAR OU A RECONTAR) E POR UM SUPERVISOR
      ** AUTENTICADO. A DIFERENCA E APLICADA SOBRE O SALDO ATUAL,
      ** PRESERVANDO AS MOVIMENTACOES OCORRIDAS DESDE O
      ** CONGELAMENTO.
      **************************************************************
       0240-APROVAR-AJUSTES.

           MOVE ZEROS TO WRK-QTD-PENDENTES.
           PERFORM 8300-POSICIONAR-CONTAGEM.
           PERFORM 0241-CONTAR-PENDENTE UNTIL WRK-VARRE-FIM.

           IF WRK-QTD-PENDENTES > ZEROS
               DISPLAY WRK-QTD-PENDENTES ' LINHA(S) AINDA A CONTAR '
                   'OU A RECONTAR - APROVACAO RECUSADA.'
           ELSE
               PERFORM 8600-AUTENTICAR-APROVADOR
               IF WRK-AUTENTICADO
                   PERFORM 0250-APLICAR-AJUSTES
                   SET WRK-FIM TO TRUE
               END-IF
           END-IF.

       0241-CONTAR-PENDENTE.

           IF INV-A-CONTAR OR INV-RECONTAR
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.
           PERFORM 8310-LER-PROXIMA-LINHA.

       0250-APLICAR-AJUSTES.

           PERFORM 7100-CARREGAR-TABELA-MATERIAL.
           OPEN I-O ESTOQUEP-FILE.
           IF WRK-ESTOQUEP-STATUS = '00'
               SET WRK-ESTOQUEP-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND ESTOQMOV-FILE.
           IF WRK-ESTOQMOV-STATUS = '05' OR '35'
               CLOSE ESTOQMOV-FILE
               OPEN OUTPUT ESTOQMOV-FILE
           END-IF.
           OPEN EXTEND LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS = '05' OR '35'
               CLOSE LANCTOS-FILE
               OPEN OUTPUT LANCTOS-FILE
           END-IF.

           PERFORM 8300-POSICIONAR-CONTAGEM.
           PERFORM 0251-AJUSTAR-LINHA UNTIL WRK-VARRE-FIM.

           IF WRK-MATERIAL-ALTEROU
               PERFORM 0260-REGRAVAR-MATERIAL
           END-IF.
           IF WRK-ESTOQUEP-ABERTO
               CLOSE ESTOQUEP-FILE
           END-IF.
           CLOSE ESTOQMOV-FILE.
           CLOSE LANCTOS-FILE.

           SET ICT-CONTAGEM-ENCERRADA TO TRUE.
           MOVE WRK-DATAHOJE  TO ICT-DATA-AJUSTE.
           MOVE WRK-APROVADOR TO ICT-APROVADOR.
           PERFORM 8010-GRAVAR-CONTROLE.

           MOVE WRK-APROVADOR TO AUD-USUARIO.
           MOVE USU-NIVEL     TO AUD-NIVEL.
           MOVE 'INVENTARIO - AJUSTE APROVADO' TO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.

           DISPLAY 'CONTAGEM ' WRK-DOCUMENTO-INV ' ENCERRADA: '
               WRK-QTD-AJUSTADAS ' LINHA(S) AJUSTADA(S).'.
           MOVE WRK-TOTAL-PERDAS TO WRK-TOTAL-ED.
           DISPLAY 'PERDAS DE INVENTARIO: ' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-SOBRAS TO WRK-TOTAL-ED.
           DISPLAY 'SOBRAS DE INVENTARIO: ' WRK-TOTAL-ED.

      **************************************************************
      ** QUANTIDADE FINAL: A RECONTAGEM QUANDO HOUVE, SENAO A
      ** CONTAGEM. O VALOR DA DIFERENCA USA O CUSTO CONGELADO.
      **************************************************************
       0251-AJUSTAR-LINHA.

           IF NOT INV-AJUSTADA
               IF INV-RECONTADA
                   MOVE INV-QTD-RECONTADA TO WRK-QTD-FINAL
               ELSE
                   MOVE INV-QTD-CONTADA   TO WRK-QTD-FINAL
               END-IF
               COMPUTE WRK-DIFERENCA = WRK-QTD-FINAL - INV-SALDO-LIVRO
               IF WRK-DIFERENCA NOT = ZEROS
                   PERFORM 0252-AJUSTAR-SALDO
               END-IF
               SET INV-AJUSTADA TO TRUE
               PERFORM 8110-REGRAVAR-LINHA
           END-IF.
           PERFORM 8310-LER-PROXIMA-LINHA.

       0252-AJUSTAR-SALDO.

           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-DIFERENCA-ABS = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ABS
           END-IF.
           COMPUTE WRK-VALOR-AJUSTE ROUNDED =
               WRK-DIFERENCA-ABS * INV-CUSTO-UNIT.

           MOVE 'N' TO WRK-INV-ACHOU-SW.
           IF INV-PRODUTO
               MOVE WRK-CONTA-PRODUTOS TO WRK-CONTA-ESTOQUE
               IF WRK-ESTOQUEP-ABERTO
                   MOVE INV-CODIGO TO EST-CODIGO
                   READ ESTOQUEP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WRK-INV-ACHOU TO TRUE
                           MOVE EST-SALDO TO WRK-SALDO-ANTERIOR
                           COMPUTE WRK-SALDO-NOVO =
                               EST-SALDO + WRK-DIFERENCA
                           IF WRK-SALDO-NOVO < ZEROS
                               MOVE ZEROS TO WRK-SALDO-NOVO
                           END-IF
                           MOVE WRK-SALDO-NOVO TO EST-SALDO
                           REWRITE ESTOQUEP-REG
                   END-READ
               END-IF
           ELSE
               MOVE WRK-CONTA-MATERIAIS TO WRK-CONTA-ESTOQUE
               MOVE INV-CODIGO TO WRK-MATERIAL
               PERFORM 7020-BUSCAR-PRECO-MATERIAL
               IF WRK-MATERIAL-ACHOU
                   SET WRK-INV-ACHOU TO TRUE
                   SET WRK-MATERIAL-ALTEROU TO TRUE
                   MOVE TAB-MATERIAL-ESTOQUE(MAT-IDX)
                       TO WRK-SALDO-ANTERIOR
                   COMPUTE WRK-SALDO-NOVO =
                       TAB-MATERIAL-ESTOQUE(MAT-IDX) + WRK-DIFERENCA
                   IF WRK-SALDO-NOVO < ZEROS
                       MOVE ZEROS TO WRK-SALDO-NOVO
                   END-IF
                   MOVE WRK-SALDO-NOVO TO TAB-MATERIAL-ESTOQUE(MAT-IDX)
               END-IF
           END-IF.

           IF NOT WRK-INV-ACHOU
               DISPLAY INV-TIPO-ITEM ' ' INV-CODIGO
                   ' SEM CADASTRO - SALDO NAO AJUSTADO.'
           ELSE
               ADD 1 TO WRK-QTD-AJUSTADAS
               PERFORM 0253-REGISTRAR-MOVIMENTO
               PERFORM 0254-CONTABILIZAR-AJUSTE
           END-IF.

       0253-REGISTRAR-MOVIMENTO.

           MOVE WRK-DATAHOJE       TO EMV-DATA.
           MOVE INV-CODIGO         TO EMV-MATERIAL.
           IF WRK-DIFERENCA < ZEROS
               MOVE 'S'            TO EMV-TIPO
           ELSE
               MOVE 'E'            TO EMV-TIPO
           END-IF.
           MOVE WRK-DIFERENCA-ABS  TO EMV-QTD-CHAPAS.
           MOVE WRK-SALDO-ANTERIOR TO EMV-SALDO-ANTERIOR.
           MOVE WRK-SALDO-NOVO     TO EMV-SALDO-ATUAL.
           MOVE WRK-DOCUMENTO-INV  TO EMV-DOCUMENTO.
           WRITE ESTOQMOV-REG.

      **************************************************************
      ** PERDA: DEBITO DE PERDAS DE INVENTARIO CONTRA O ESTOQUE.
      ** SOBRA: DEBITO DO ESTOQUE CONTRA SOBRAS DE INVENTARIO.
      ** PRODUTOS ACABADOS E MATERIAIS TEM CONTAS DE ESTOQUE
      ** PROPRIAS. LINHA SEM CUSTO NAO GERA LANCAMENTO.
      **************************************************************
       0254-CONTABILIZAR-AJUSTE.

           IF WRK-VALOR-AJUSTE > ZEROS
               MOVE 'ESTOQ'           TO LAN-CENTRO-CUSTO
               MOVE WRK-VALOR-AJUSTE  TO LAN-VALOR
               MOVE WRK-DATAHOJE      TO LAN-DATA
               MOVE WRK-DOCUMENTO-INV TO LAN-DOCUMENTO
               IF WRK-DIFERENCA < ZEROS
                   ADD WRK-VALOR-AJUSTE TO WRK-TOTAL-PERDAS
                   MOVE 'PERDA DE INVENTARIO' TO LAN-HISTORICO
                   MOVE WRK-CONTA-PERDA   TO LAN-CONTA
                   MOVE 'D'               TO LAN-TIPO
                   WRITE LANCTO-REG
                   MOVE WRK-CONTA-ESTOQUE TO LAN-CONTA
                   MOVE 'C'               TO LAN-TIPO
                   WRITE LANCTO-REG
               ELSE
                   ADD WRK-VALOR-AJUSTE TO WRK-TOTAL-SOBRAS
                   MOVE 'SOBRA DE INVENTARIO' TO LAN-HISTORICO
                   MOVE WRK-CONTA-ESTOQUE TO LAN-CONTA
                   MOVE 'D'               TO LAN-TIPO
                   WRITE LANCTO-REG
                   MOVE WRK-CONTA-SOBRA   TO LAN-CONTA
                   MOVE 'C'               TO LAN-TIPO
                   WRITE LANCTO-REG
               END-IF
           END-IF.

      **************************************************************
      ** REGRAVACAO DO ARQUIVO DE MATERIAIS A PARTIR DA TABELA, COMO
      ** NA BAIXA DE ESTOQUE DO PROGORB.
      **************************************************************
       0260-REGRAVAR-MATERIAL.

           OPEN OUTPUT MATERIAL-FILE.
           PERFORM 0261-GRAVAR-MATERIAL
               VARYING WRK-MAT-SUB FROM 1 BY 1
               UNTIL WRK-MAT-SUB > WRK-TAB-MATERIAL-QTD.
           CLOSE MATERIAL-FILE.

       0261-GRAVAR-MATERIAL.

           MOVE TAB-MATERIAL-CODIGO(WRK-MAT-SUB)  TO MAT-CODIGO.
           MOVE TAB-MATERIAL-PRECO(WRK-MAT-SUB)   TO MAT-PRECO-M2.
           MOVE TAB-MATERIAL-ESTOQUE(WRK-MAT-SUB)
               TO MAT-ESTOQUE-CHAPAS.
           MOVE TAB-MATERIAL-MINIMO(WRK-MAT-SUB)
               TO MAT-ESTOQUE-MINIMO.
           WRITE MATERIAL-REG.

       0300-FINALIZAR.

           IF WRK-INVCONT-ABERTO
               CLOSE INVCONT-FILE
           END-IF.
           CLOSE AUDITORIA-FILE.

      **************************************************************
      ** CONTROLE DO INVENTARIO (INVCTL), COMO NO PROGINVB.
      **************************************************************
       8000-LER-CONTROLE.

           INITIALIZE INVCTL-REG.
           SET ICT-CONTAGEM-ENCERRADA TO TRUE.
           OPEN INPUT INVCTL-FILE.
           IF WRK-INVCTL-STATUS = '35'
               CONTINUE
           ELSE
               READ INVCTL-FILE
                   AT END
                       SET ICT-CONTAGEM-ENCERRADA TO TRUE
               END-READ
               CLOSE INVCTL-FILE
           END-IF.

       8010-GRAVAR-CONTROLE.

           OPEN OUTPUT INVCTL-FILE.
           WRITE INVCTL-REG.
           CLOSE INVCTL-FILE.

       8100-BUSCAR-LINHA.

           MOVE 'N' TO WRK-INV-ACHOU-SW.
           DISPLAY 'TIPO (P=PRODUTO M=MATERIAL)..'.
           ACCEPT WRK-INF-TIPO FROM CONSOLE.
           DISPLAY 'CODIGO..'.
           ACCEPT WRK-INF-CODIGO FROM CONSOLE.

           MOVE WRK-DOCUMENTO-NUM TO INV-DOCUMENTO.
           MOVE WRK-INF-TIPO      TO INV-TIPO-ITEM.
           MOVE WRK-INF-CODIGO    TO INV-CODIGO.
           READ INVCONT-FILE
               INVALID KEY
                   DISPLAY 'ITEM FORA DA CONTAGEM ' WRK-DOCUMENTO-INV
               NOT INVALID KEY
                   SET WRK-INV-ACHOU TO TRUE
                   DISPLAY 'ITEM ' INV-CODIGO ' SITUACAO '
                       INV-SITUACAO
           END-READ.

       8110-REGRAVAR-LINHA.

           REWRITE INVCONT-REG.
           IF WRK-INVCONT-STATUS NOT = '00'
               MOVE 'PROGINVM'            TO ABL-PROGRAMA
               MOVE '8110-REGRAVAR-LINHA' TO ABL-PARAGRAFO
               MOVE WRK-INVCONT-STATUS    TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO REGRAVAR A LINHA DE CONTAGEM'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           END-IF.

      **************************************************************
      ** FORA DA TOLERANCIA: DIFERENCA MAIOR QUE O PERCENTUAL DO
      ** INVCTL SOBRE O SALDO CONGELADO, OU QUALQUER QUANTIDADE
      ** ENCONTRADA PARA UM ITEM SEM SALDO CONTABIL.
      **************************************************************
       8200-VERIFICAR-TOLERANCIA.

           MOVE 'N' TO WRK-FORA-TOLERANCIA-SW.
           COMPUTE WRK-DIFERENCA = INV-QTD-CONTADA - INV-SALDO-LIVRO.
           IF WRK-DIFERENCA < ZEROS
               COMPUTE WRK-DIFERENCA-ABS = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ABS
           END-IF.

           IF INV-SALDO-LIVRO = ZEROS
               IF WRK-DIFERENCA-ABS > ZEROS
                   SET WRK-FORA-TOLERANCIA TO TRUE
               END-IF
           ELSE
               IF WRK-DIFERENCA-ABS * 100 >
                   ICT-TOLERANCIA-PERC * INV-SALDO-LIVRO
                   SET WRK-FORA-TOLERANCIA TO TRUE
               END-IF
           END-IF.

       8300-POSICIONAR-CONTAGEM.

           MOVE 'N' TO WRK-VARRE-FIM-SW.
           MOVE WRK-DOCUMENTO-NUM TO INV-DOCUMENTO.
           MOVE LOW-VALUES        TO INV-TIPO-ITEM.
           MOVE LOW-VALUES        TO INV-CODIGO.
           START INVCONT-FILE
               KEY IS NOT LESS THAN INV-CHAVE
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.
           IF NOT WRK-VARRE-FIM
               PERFORM 8310-LER-PROXIMA-LINHA
           END-IF.

       8310-LER-PROXIMA-LINHA.

           READ INVCONT-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   IF INV-DOCUMENTO NOT = WRK-DOCUMENTO-NUM
                       SET WRK-VARRE-FIM TO TRUE
                   END-IF
           END-READ.

      **************************************************************
      ** AUTENTICACAO DO SUPERVISOR QUE APROVA OS AJUSTES, NOS
      ** MOLDES DO PROGAPRV: USUARIO ATIVO, SENHA CONFERIDA E NIVEL
      ** ADM (01) OU SUPERVISOR (03). AS RECUSAS VAO PARA A TRILHA
      ** DE AUDITORIA.
      **************************************************************
       8600-AUTENTICAR-APROVADOR.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'SUPERVISOR..'
               ACCEPT WRK-APROVADOR FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-APROVADOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-APROVADOR TO AUD-USUARIO
                       MOVE ZEROS         TO AUD-NIVEL
                       MOVE 'INVENTARIO - USUARIO DESCONHEC'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-APROVADOR TO AUD-USUARIO
                               MOVE USU-NIVEL     TO AUD-NIVEL
                               MOVE 'INVENTARIO - FALHA DE SENHA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN USU-NIVEL NOT = 01 AND NOT = 03
                               DISPLAY 'NIVEL SEM ALCADA DE '
                                   'APROVACAO.'
                               MOVE WRK-APROVADOR TO AUD-USUARIO
                               MOVE USU-NIVEL     TO AUD-NIVEL
                               MOVE 'INVENTARIO - NIVEL SEM ALCADA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

       COPY CPYORMPR.
       COPY CPYAUDPR.
       COPY CPYABLPR.
