       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTRFM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: DIGITACAO PELO CONSOLE DAS TRANSFERENCIAS ENTRE
      **    CONTAS BANCARIAS DA EMPRESA (CONTABCO, VER PROGCBCM).
      **    CADA TRANSFERENCIA ACEITA E LANCADA NO RAZAO (LANCTOS,
      **    DEBITO NA CONTA DO RAZAO DA CONTA DE DESTINO E CREDITO
      **    NA DA CONTA DE ORIGEM, NOS MOLDES DO LANCAMENTO DA BAIXA
      **    DO PROGAFXM) E GRAVADA NO MOVIMENTO DAS CONTAS BANCARIAS
      **    (MOVBANCO: SAIDA REALIZADA NA ORIGEM E ENTRADA REALIZADA
      **    NO DESTINO), QUE ALIMENTA A POSICAO DE TESOURARIA
      **    (PROGTESB). TRANSFERENCIA RECUSADA VAI PARA O RELATORIO
      **    DE EXCECOES.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCBCFD.
       COPY CPYMBCFD.

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
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-TRANSF-VALIDA-SW   PIC X(01) VALUE 'S'.
           88  WRK-TRANSF-VALIDA            VALUE 'S'.
           88  WRK-TRANSF-INVALIDA          VALUE 'N'.
       77  WRK-QTD-TRANSFERENCIAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-TRANSFERIDO  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-CENTRO-FINANCEIRO  PIC X(05) VALUE 'FINAN'.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-ORIGEM     PIC 9(02) VALUE ZEROS.
           05  WRK-INF-DESTINO    PIC 9(02) VALUE ZEROS.
           05  WRK-INF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-INF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-INF-DOCUMENTO  PIC X(10) VALUE SPACES.
       01  WRK-CONTA-ORIGEM.
           05  WRK-ORI-CODIGO     PIC 9(02) VALUE ZEROS.
           05  WRK-ORI-RAZAO      PIC 9(05) VALUE ZEROS.
           05  WRK-ORI-DESCRICAO  PIC X(30) VALUE SPACES.
       01  WRK-CONTA-DESTINO.
           05  WRK-DES-CODIGO     PIC 9(02) VALUE ZEROS.
           05  WRK-DES-RAZAO      PIC 9(05) VALUE ZEROS.
           05  WRK-DES-DESCRICAO  PIC X(30) VALUE SPACES.
       01  WRK-CHAVE-TRANSF.
           05  WRK-CHT-ORIGEM     PIC 9(02).
           05  FILLER             PIC X(01) VALUE '>'.
           05  WRK-CHT-DESTINO    PIC 9(02).
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY CPYCBCTB.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           IF WRK-TAB-CBC-QTD < 2
               MOVE 'PROGTRFM'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-CONTABCO-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'MENOS DE DUAS CONTAS BANCARIAS ATIVAS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (T=TRANSFERIR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'T'
                   PERFORM 0210-TRANSFERIR
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

       0210-TRANSFERIR.

           PERFORM 8200-ACEITAR-DADOS.
           PERFORM 8100-VALIDAR-TRANSFERENCIA.

           IF WRK-TRANSF-VALIDA
               PERFORM 0220-LANCAR-TRANSFERENCIA
               PERFORM 0230-GRAVAR-MOVIMENTO-BANCO
               ADD 1             TO WRK-QTD-TRANSFERENCIAS
               ADD WRK-INF-VALOR TO WRK-TOTAL-TRANSFERIDO
               MOVE WRK-INF-VALOR TO WRK-VALOR-ED
               DISPLAY 'TRANSFERENCIA REGISTRADA: ' WRK-VALOR-ED
               DISPLAY '  DE  ' WRK-ORI-CODIGO ' ' WRK-ORI-DESCRICAO
               DISPLAY '  PARA ' WRK-DES-CODIGO ' ' WRK-DES-DESCRICAO
           END-IF.

      **************************************************************
      ** LANCAMENTO NO RAZAO: D CONTA DO RAZAO DO DESTINO / C CONTA
      ** DO RAZAO DA ORIGEM, NO CENTRO DE CUSTO FINANCEIRO.
      **************************************************************
       0220-LANCAR-TRANSFERENCIA.

           OPEN EXTEND LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS = '05' OR '35'
               CLOSE LANCTOS-FILE
               OPEN OUTPUT LANCTOS-FILE
           END-IF.
           MOVE WRK-INF-DATA         TO LAN-DATA.
           MOVE WRK-INF-DOCUMENTO    TO LAN-DOCUMENTO.
           MOVE WRK-CENTRO-FINANCEIRO TO LAN-CENTRO-CUSTO.
           MOVE 'TRANSFERENCIA ENTRE CONTAS' TO LAN-HISTORICO.
           MOVE WRK-INF-VALOR        TO LAN-VALOR.

           MOVE WRK-DES-RAZAO        TO LAN-CONTA.
           MOVE 'D'                  TO LAN-TIPO.
           WRITE LANCTO-REG.

           MOVE WRK-ORI-RAZAO        TO LAN-CONTA.
           MOVE 'C'                  TO LAN-TIPO.
           WRITE LANCTO-REG.

           CLOSE LANCTOS-FILE.

      **************************************************************
      ** MOVIMENTO DAS CONTAS BANCARIAS: A TRANSFERENCIA JA ESTA
      ** REALIZADA (NAO HA RETORNO DO BANCO A ESPERAR).
      **************************************************************
       0230-GRAVAR-MOVIMENTO-BANCO.

           PERFORM 7540-ABRIR-MOVIMENTO-BANCO.
           MOVE WRK-INF-DATA      TO MBC-DATA.
           MOVE 'PROGTRFM'        TO MBC-PROGRAMA.
           MOVE 'LANCTOS'         TO MBC-ARQUIVO.
           SET MBC-REALIZADO      TO TRUE.
           MOVE WRK-INF-VALOR     TO MBC-VALOR.
           MOVE 1                 TO MBC-QUANTIDADE.
           MOVE WRK-INF-DOCUMENTO TO MBC-DOCUMENTO.

           MOVE WRK-ORI-CODIGO    TO WRK-CBC-CODIGO.
           MOVE WRK-ORI-RAZAO     TO WRK-CBC-CONTA-RAZAO.
           SET MBC-SAIDA          TO TRUE.
           MOVE 'TRANSFERENCIA ENVIADA' TO MBC-HISTORICO.
           PERFORM 7545-GRAVAR-MOVIMENTO-BANCO.

           MOVE WRK-DES-CODIGO    TO WRK-CBC-CODIGO.
           MOVE WRK-DES-RAZAO     TO WRK-CBC-CONTA-RAZAO.
           SET MBC-ENTRADA        TO TRUE.
           MOVE 'TRANSFERENCIA RECEBIDA' TO MBC-HISTORICO.
           PERFORM 7545-GRAVAR-MOVIMENTO-BANCO.

           CLOSE MOVBANCO-FILE.

       0300-FINALIZAR.

           CLOSE EXCECOES-FILE.
           MOVE WRK-TOTAL-TRANSFERIDO TO WRK-VALOR-ED.
           DISPLAY 'TRANSFERENCIAS REGISTRADAS: '
               WRK-QTD-TRANSFERENCIAS ' TOTAL ' WRK-VALOR-ED.

      **************************************************************
      ** VALIDACOES DA TRANSFERENCIA: CONTAS DE ORIGEM E DESTINO
      ** CADASTRADAS, ATIVAS E DIFERENTES ENTRE SI, VALOR MAIOR QUE
      ** ZERO E DATA NAO POSTERIOR A DE HOJE. CADA REJEICAO E
      ** DESVIADA PARA O RELATORIO COMPARTILHADO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-TRANSFERENCIA.

           SET WRK-TRANSF-VALIDA TO TRUE.
           MOVE WRK-INF-ORIGEM  TO WRK-CHT-ORIGEM.
           MOVE WRK-INF-DESTINO TO WRK-CHT-DESTINO.

           MOVE WRK-INF-ORIGEM TO WRK-CBC-CODIGO.
           PERFORM 7530-BUSCAR-CONTA-BANCO.
           IF WRK-CBC-ACHOU
               MOVE WRK-CBC-CODIGO      TO WRK-ORI-CODIGO
               MOVE WRK-CBC-CONTA-RAZAO TO WRK-ORI-RAZAO
               MOVE WRK-CBC-DESCRICAO   TO WRK-ORI-DESCRICAO
           ELSE
               SET WRK-TRANSF-INVALIDA TO TRUE
               MOVE 'WRK-INF-ORIGEM'     TO EXC-CAMPO
               MOVE WRK-INF-ORIGEM       TO EXC-VALOR
               MOVE 'CONTA DE ORIGEM NAO CADASTRADA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-TRANSF
               DISPLAY 'CONTA DE ORIGEM INVALIDA.'
           END-IF.

           MOVE WRK-INF-DESTINO TO WRK-CBC-CODIGO.
           PERFORM 7530-BUSCAR-CONTA-BANCO.
           IF WRK-CBC-ACHOU
               MOVE WRK-CBC-CODIGO      TO WRK-DES-CODIGO
               MOVE WRK-CBC-CONTA-RAZAO TO WRK-DES-RAZAO
               MOVE WRK-CBC-DESCRICAO   TO WRK-DES-DESCRICAO
           ELSE
               SET WRK-TRANSF-INVALIDA TO TRUE
               MOVE 'WRK-INF-DESTINO'    TO EXC-CAMPO
               MOVE WRK-INF-DESTINO      TO EXC-VALOR
               MOVE 'CONTA DE DESTINO NAO CADASTRADA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-TRANSF
               DISPLAY 'CONTA DE DESTINO INVALIDA.'
           END-IF.

           IF WRK-INF-ORIGEM = WRK-INF-DESTINO
               SET WRK-TRANSF-INVALIDA TO TRUE
               MOVE 'WRK-INF-DESTINO'    TO EXC-CAMPO
               MOVE WRK-INF-DESTINO      TO EXC-VALOR
               MOVE 'ORIGEM E DESTINO IGUAIS' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-TRANSF
               DISPLAY 'INFORME CONTAS DIFERENTES.'
           END-IF.

           IF WRK-INF-VALOR = ZEROS
               SET WRK-TRANSF-INVALIDA TO TRUE
               MOVE 'WRK-INF-VALOR'      TO EXC-CAMPO
               MOVE WRK-INF-VALOR        TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED         TO EXC-VALOR
               MOVE 'VALOR DA TRANSFERENCIA ZERADO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-TRANSF
               DISPLAY 'VALOR INFORMADO E INVALIDO.'
           END-IF.

           IF WRK-INF-DATA > WRK-DATA-HOJE
               SET WRK-TRANSF-INVALIDA TO TRUE
               MOVE 'WRK-INF-DATA'       TO EXC-CAMPO
               MOVE WRK-INF-DATA         TO EXC-VALOR
               MOVE 'DATA DA TRANSFERENCIA FUTURA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-TRANSF
               DISPLAY 'DATA INFORMADA E INVALIDA.'
           END-IF.

       8110-GRAVAR-EXCECAO-TRANSF.

           MOVE 'PROGTRFM'       TO EXC-PROGRAMA.
           MOVE WRK-CHAVE-TRANSF TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

      **************************************************************
      ** DADOS DA TRANSFERENCIA. DATA ZERADA = HOJE; DOCUMENTO EM
      ** BRANCO = 'TRANSF' (TODO LANCAMENTO LEVA DOCUMENTO).
      **************************************************************
       8200-ACEITAR-DADOS.

           DISPLAY 'CONTA DE ORIGEM (CODIGO)..'.
           ACCEPT WRK-INF-ORIGEM FROM CONSOLE.
           DISPLAY 'CONTA DE DESTINO (CODIGO)..'.
           ACCEPT WRK-INF-DESTINO FROM CONSOLE.
           DISPLAY 'VALOR DA TRANSFERENCIA..'.
           ACCEPT WRK-INF-VALOR FROM CONSOLE.
           DISPLAY 'DATA (AAAAMMDD, ZERO=HOJE)..'.
           ACCEPT WRK-INF-DATA FROM CONSOLE.
           DISPLAY 'DOCUMENTO..'.
           ACCEPT WRK-INF-DOCUMENTO FROM CONSOLE.

           IF WRK-INF-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-INF-DATA
           END-IF.
           IF WRK-INF-DOCUMENTO = SPACES
               MOVE 'TRANSF' TO WRK-INF-DOCUMENTO
           END-IF.

       COPY CPYCBCPR.
       COPY CPYMBCPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
