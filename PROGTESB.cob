       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTESB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: POSICAO DIARIA DE TESOURARIA (TESOREL), POR
      **    CONTA BANCARIA DA EMPRESA (CONTABCO, VER PROGCBCM):
      **    - SALDO INICIAL: O SALDO DA CONTA DO RAZAO DA CONTA
      **      (SALDOCTA, LIDO PELO LADO DEVEDOR COMO NO PROGFLXB).
      **      QUANDO DUAS CONTAS USAM A MESMA CONTA DO RAZAO, O
      **      SALDO SAI NA PRIMEIRA DELAS;
      **    - ENTRADAS E SAIDAS ESPERADAS: O MOVIMENTO DO DIA DO LOTE
      **      NO MOVIMENTO DAS CONTAS BANCARIAS (MOVBANCO), GRAVADO
      **      PELAS REMESSAS, RETORNOS E TRANSFERENCIAS. A SIMPLES
      **      CONFIRMACAO DO BANCO (SITUACAO 'C') SO APARECE NO
      **      DETALHE E NAO MEXE NA POSICAO;
      **    - SALDO FINAL PROJETADO = INICIAL + ENTRADAS - SAIDAS,
      **      COM ALERTA NAS CONTAS QUE FICAM NEGATIVAS.
      **    MOVIMENTO DE CONTA QUE NAO ESTA MAIS ATIVA NO CADASTRO
      **    ENTRA NA POSICAO COM A DESCRICAO 'CONTA NAO CADASTRADA'.
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
           SELECT SALDOCTA-FILE ASSIGN TO "SALDOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CONTA
               FILE STATUS IS WRK-SALDOCTA-STATUS.
           SELECT TESOREL-FILE ASSIGN TO "TESOREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TESOREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       FD  SALDOCTA-FILE.
       01  SALDOCTA-REG.
           05  SCT-CONTA       PIC 9(05).
           05  SCT-SALDO       PIC S9(09)V99.

       FD  TESOREL-FILE.
       01  TESOREL-LINHA          PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SALDOCTA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TESOREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-QTD-MOVIMENTOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NEGATIVAS      PIC 9(03) VALUE ZEROS.
      *    POSICAO POR CONTA BANCARIA
       77  WRK-TAB-TES-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-TES-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-TES-ATUAL          PIC 9(02) VALUE ZEROS.
       77  WRK-CBC-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-TES-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-TES-ACHOU                VALUE 'S'.
       77  WRK-RAZAO-USADA-SW     PIC X(01) VALUE 'N'.
           88  WRK-RAZAO-USADA              VALUE 'S'.
       01  WRK-TAB-TESOURARIA.
           05  TAB-TES OCCURS 1 TO 40 TIMES
                   DEPENDING ON WRK-TAB-TES-QTD
                   INDEXED BY TES-IDX.
               10  TAB-TES-CODIGO      PIC 9(02).
               10  TAB-TES-RAZAO       PIC 9(05).
               10  TAB-TES-DESCRICAO   PIC X(30).
               10  TAB-TES-SALDO-INICIAL PIC S9(11)V99.
               10  TAB-TES-ENTRADAS    PIC 9(11)V99.
               10  TAB-TES-SAIDAS      PIC 9(11)V99.
       77  WRK-SALDO-FINAL        PIC S9(11)V99 VALUE ZEROS.
       01  WRK-TOTAIS-POSICAO.
           05  WRK-TOT-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
           05  WRK-TOT-ENTRADAS   PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-SAIDAS     PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-SALDO-FINAL PIC S9(11)V99 VALUE ZEROS.
       01  WRK-LINHA-MOVIMENTO.
           05  WRK-LM-CONTA       PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LM-PROGRAMA    PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LM-ARQUIVO     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LM-HISTORICO   PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LM-TIPO        PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LM-SITUACAO    PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LM-QUANTIDADE  PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LM-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-POSICAO.
           05  WRK-LP-CONTA       PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LP-DESCRICAO   PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LP-RAZAO       PIC 9(05).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LP-SALDO-INICIAL PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LP-ENTRADAS    PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LP-SAIDAS      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LP-SALDO-FINAL PIC -ZZZ.ZZZ.ZZ9,99.
       COPY CPYCBCTB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR-MOVIMENTO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           PERFORM 8000-MONTAR-POSICAO.
           PERFORM 8100-LER-SALDOS-INICIAIS.

           OPEN OUTPUT TESOREL-FILE.
           IF WRK-TESOREL-STATUS NOT = '00'
               MOVE 'PROGTESB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-TESOREL-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O RELATORIO DE TESOURARIA'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               STOP RUN
           END-IF.

           MOVE 'PROGTESB' TO WRK-CAB-PROGRAMA.
           MOVE 'POSICAO DIARIA DE TESOURARIA' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE TESOREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE TESOREL-LINHA FROM WRK-CAB-LINHA2.

           MOVE SPACES TO TESOREL-LINHA.
           STRING 'MOVIMENTO ESPERADO EM ' DELIMITED BY SIZE
               WRK-LOTECAB-DATA DELIMITED BY SIZE
               INTO TESOREL-LINHA.
           WRITE TESOREL-LINHA.
           MOVE SPACES TO TESOREL-LINHA.
           STRING 'CT  PROGRAMA ARQUIVO  HISTORICO' DELIMITED BY SIZE
               '                      T S   QTD' DELIMITED BY SIZE
               '             VALOR' DELIMITED BY SIZE
               INTO TESOREL-LINHA.
           WRITE TESOREL-LINHA.

           OPEN INPUT MOVBANCO-FILE.
           IF WRK-MOVBANCO-STATUS NOT = '00'
               MOVE '  SEM MOVIMENTO BANCARIO GRAVADO'
                   TO TESOREL-LINHA
               WRITE TESOREL-LINHA
               SET WRK-FIM TO TRUE
           ELSE
               READ MOVBANCO-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** MOVIMENTO DO DIA DO LOTE: CADA REGISTRO SAI NO DETALHE E,
      ** QUANDO NAO E SIMPLES CONFIRMACAO, SOMA NA ENTRADA OU NA
      ** SAIDA DA CONTA (A DEVOLUCAO JA VEM GRAVADA NO SENTIDO
      ** CONTRARIO AO DA REMESSA).
      **************************************************************
       0200-PROCESSAR-MOVIMENTO.

           IF MBC-DATA = WRK-LOTECAB-DATA
               ADD 1 TO WRK-QTD-MOVIMENTOS
               PERFORM 0210-LOCALIZAR-CONTA-MOVTO
               PERFORM 0220-RELATAR-MOVIMENTO
               IF NOT MBC-CONFIRMADO
                   IF MBC-ENTRADA
                       ADD MBC-VALOR TO TAB-TES-ENTRADAS(WRK-TES-ATUAL)
                   ELSE
                       ADD MBC-VALOR TO TAB-TES-SAIDAS(WRK-TES-ATUAL)
                   END-IF
               END-IF
           END-IF.

           READ MOVBANCO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CONTA DO MOVIMENTO: PELO CODIGO; SE A CONTA NAO ESTA MAIS
      ** ATIVA, PELA CONTA DO RAZAO; SEM NENHUMA DAS DUAS, ABRE UMA
      ** LINHA NOVA NA POSICAO (NA ULTIMA, SE A TABELA ESTA CHEIA).
      **************************************************************
       0210-LOCALIZAR-CONTA-MOVTO.

           MOVE 'N' TO WRK-TES-ACHOU-SW.
           SET TES-IDX TO 1.
           SEARCH TAB-TES
               AT END
                   CONTINUE
               WHEN TAB-TES-CODIGO(TES-IDX) = MBC-CONTA-BANCO
                   SET WRK-TES-ACHOU TO TRUE
                   SET WRK-TES-ATUAL TO TES-IDX
           END-SEARCH.

           IF NOT WRK-TES-ACHOU
               SET TES-IDX TO 1
               SEARCH TAB-TES
                   AT END
                       CONTINUE
                   WHEN TAB-TES-RAZAO(TES-IDX) = MBC-CONTA-RAZAO
                       SET WRK-TES-ACHOU TO TRUE
                       SET WRK-TES-ATUAL TO TES-IDX
               END-SEARCH
           END-IF.

           IF NOT WRK-TES-ACHOU
               IF WRK-TAB-TES-QTD < 40
                   MOVE MBC-CONTA-BANCO TO WRK-CBC-CODIGO
                   MOVE MBC-CONTA-RAZAO TO WRK-CBC-CONTA-RAZAO
                   MOVE 'CONTA NAO CADASTRADA' TO WRK-CBC-DESCRICAO
                   PERFORM 8020-INCLUIR-CONTA-POSICAO
               END-IF
               MOVE WRK-TAB-TES-QTD TO WRK-TES-ATUAL
           END-IF.

       0220-RELATAR-MOVIMENTO.

           MOVE MBC-CONTA-BANCO TO WRK-LM-CONTA.
           MOVE MBC-PROGRAMA    TO WRK-LM-PROGRAMA.
           MOVE MBC-ARQUIVO     TO WRK-LM-ARQUIVO.
           MOVE MBC-HISTORICO   TO WRK-LM-HISTORICO.
           MOVE MBC-TIPO        TO WRK-LM-TIPO.
           MOVE MBC-SITUACAO    TO WRK-LM-SITUACAO.
           MOVE MBC-QUANTIDADE  TO WRK-LM-QUANTIDADE.
           MOVE MBC-VALOR       TO WRK-LM-VALOR.
           WRITE TESOREL-LINHA FROM WRK-LINHA-MOVIMENTO.

      **************************************************************
      ** POSICAO POR CONTA E TOTAL GERAL.
      **************************************************************
       0300-FINALIZAR.

           IF WRK-QTD-MOVIMENTOS = ZEROS
               MOVE '  NENHUM MOVIMENTO PARA A DATA' TO TESOREL-LINHA
               WRITE TESOREL-LINHA
           END-IF.
           IF WRK-MOVBANCO-STATUS = '00' OR '10'
               CLOSE MOVBANCO-FILE
           END-IF.

           MOVE SPACES TO TESOREL-LINHA.
           WRITE TESOREL-LINHA.
           MOVE '=== POSICAO POR CONTA ===' TO TESOREL-LINHA.
           WRITE TESOREL-LINHA.
           MOVE SPACES TO TESOREL-LINHA.
           STRING 'CT DESCRICAO            RAZAO   SALDO INICIAL '
               DELIMITED BY SIZE
               '      ENTRADAS         SAIDAS SALDO PROJETADO'
               DELIMITED BY SIZE
               INTO TESOREL-LINHA.
           WRITE TESOREL-LINHA.

           PERFORM 0310-RELATAR-POSICAO-CONTA
               VARYING WRK-TES-SUB FROM 1 BY 1
               UNTIL WRK-TES-SUB > WRK-TAB-TES-QTD.

           MOVE SPACES TO TESOREL-LINHA.
           WRITE TESOREL-LINHA.
           MOVE ZEROS                 TO WRK-LP-CONTA.
           MOVE 'TOTAL DAS CONTAS'    TO WRK-LP-DESCRICAO.
           MOVE ZEROS                 TO WRK-LP-RAZAO.
           MOVE WRK-TOT-SALDO-INICIAL TO WRK-LP-SALDO-INICIAL.
           MOVE WRK-TOT-ENTRADAS      TO WRK-LP-ENTRADAS.
           MOVE WRK-TOT-SAIDAS        TO WRK-LP-SAIDAS.
           MOVE WRK-TOT-SALDO-FINAL   TO WRK-LP-SALDO-FINAL.
           WRITE TESOREL-LINHA FROM WRK-LINHA-POSICAO.

           IF WRK-QTD-NEGATIVAS > ZEROS
               MOVE SPACES TO TESOREL-LINHA
               STRING '*** ALERTA: ' DELIMITED BY SIZE
                   WRK-QTD-NEGATIVAS DELIMITED BY SIZE
                   ' CONTA(S) COM SALDO PROJETADO NEGATIVO ***'
                   DELIMITED BY SIZE
                   INTO TESOREL-LINHA
               WRITE TESOREL-LINHA
           END-IF.

           CLOSE TESOREL-FILE.

           DISPLAY 'POSICAO DE TESOURARIA EMITIDA - SALDO PROJETADO '
               WRK-TOT-SALDO-FINAL.

       0310-RELATAR-POSICAO-CONTA.

           COMPUTE WRK-SALDO-FINAL =
               TAB-TES-SALDO-INICIAL(WRK-TES-SUB)
               + TAB-TES-ENTRADAS(WRK-TES-SUB)
               - TAB-TES-SAIDAS(WRK-TES-SUB).

           ADD TAB-TES-SALDO-INICIAL(WRK-TES-SUB)
               TO WRK-TOT-SALDO-INICIAL.
           ADD TAB-TES-ENTRADAS(WRK-TES-SUB) TO WRK-TOT-ENTRADAS.
           ADD TAB-TES-SAIDAS(WRK-TES-SUB)   TO WRK-TOT-SAIDAS.
           ADD WRK-SALDO-FINAL               TO WRK-TOT-SALDO-FINAL.

           MOVE TAB-TES-CODIGO(WRK-TES-SUB)    TO WRK-LP-CONTA.
           MOVE TAB-TES-DESCRICAO(WRK-TES-SUB) TO WRK-LP-DESCRICAO.
           MOVE TAB-TES-RAZAO(WRK-TES-SUB)     TO WRK-LP-RAZAO.
           MOVE TAB-TES-SALDO-INICIAL(WRK-TES-SUB)
               TO WRK-LP-SALDO-INICIAL.
           MOVE TAB-TES-ENTRADAS(WRK-TES-SUB)  TO WRK-LP-ENTRADAS.
           MOVE TAB-TES-SAIDAS(WRK-TES-SUB)    TO WRK-LP-SAIDAS.
           MOVE WRK-SALDO-FINAL                TO WRK-LP-SALDO-FINAL.
           WRITE TESOREL-LINHA FROM WRK-LINHA-POSICAO.

           IF WRK-SALDO-FINAL < ZEROS
               ADD 1 TO WRK-QTD-NEGATIVAS
               MOVE '   *** SALDO PROJETADO NEGATIVO ***'
                   TO TESOREL-LINHA
               WRITE TESOREL-LINHA
           END-IF.

      **************************************************************
      ** UMA LINHA DE POSICAO POR CONTA ATIVA DO CADASTRO, MAIS A
      ** CONTA PRINCIPAL (CODIGO 00, RAZAO 11001) QUANDO NENHUMA
      ** CONTA DO CADASTRO USA A CONTA DE BANCOS.
      **************************************************************
       8000-MONTAR-POSICAO.

           MOVE ZEROS TO WRK-TAB-TES-QTD.
           MOVE 'N'   TO WRK-RAZAO-USADA-SW.
           PERFORM 8010-INCLUIR-CONTA-CADASTRO
               VARYING WRK-CBC-SUB FROM 1 BY 1
               UNTIL WRK-CBC-SUB > WRK-TAB-CBC-QTD.

           IF NOT WRK-RAZAO-USADA
               MOVE ZEROS TO WRK-CBC-CODIGO
               PERFORM 7539-ASSUMIR-CONTA-PRINCIPAL
               PERFORM 8020-INCLUIR-CONTA-POSICAO
           END-IF.

       8010-INCLUIR-CONTA-CADASTRO.

           MOVE TAB-CBC-CODIGO(WRK-CBC-SUB)      TO WRK-CBC-CODIGO.
           MOVE TAB-CBC-CONTA-RAZAO(WRK-CBC-SUB) TO WRK-CBC-CONTA-RAZAO.
           MOVE TAB-CBC-DESCRICAO(WRK-CBC-SUB)   TO WRK-CBC-DESCRICAO.
           IF WRK-CBC-CONTA-RAZAO = WRK-CBC-RAZAO-PADRAO
               SET WRK-RAZAO-USADA TO TRUE
           END-IF.
           PERFORM 8020-INCLUIR-CONTA-POSICAO.

       8020-INCLUIR-CONTA-POSICAO.

           ADD 1 TO WRK-TAB-TES-QTD.
           MOVE WRK-CBC-CODIGO      TO TAB-TES-CODIGO(WRK-TAB-TES-QTD).
           MOVE WRK-CBC-CONTA-RAZAO TO TAB-TES-RAZAO(WRK-TAB-TES-QTD).
           MOVE WRK-CBC-DESCRICAO   TO
               TAB-TES-DESCRICAO(WRK-TAB-TES-QTD).
           MOVE ZEROS TO TAB-TES-SALDO-INICIAL(WRK-TAB-TES-QTD).
           MOVE ZEROS TO TAB-TES-ENTRADAS(WRK-TAB-TES-QTD).
           MOVE ZEROS TO TAB-TES-SAIDAS(WRK-TAB-TES-QTD).

      **************************************************************
      ** SALDO INICIAL DE CADA CONTA: O SALDO JA ABSORVIDO PELO
      ** RAZAO NA CONTA DO RAZAO DA CONTA BANCARIA (O SALDOCTA
      ** GUARDA O DEVEDOR COMO NEGATIVO). A CONTA DO RAZAO REPETIDA
      ** SO E LIDA NA PRIMEIRA CONTA BANCARIA QUE A USA.
      **************************************************************
       8100-LER-SALDOS-INICIAIS.

           OPEN INPUT SALDOCTA-FILE.
           IF WRK-SALDOCTA-STATUS = '00'
               PERFORM 8110-LER-SALDO-CONTA
                   VARYING WRK-TES-SUB FROM 1 BY 1
                   UNTIL WRK-TES-SUB > WRK-TAB-TES-QTD
               CLOSE SALDOCTA-FILE
           END-IF.

       8110-LER-SALDO-CONTA.

           SET TES-IDX TO 1.
           SEARCH TAB-TES
               AT END
                   CONTINUE
               WHEN TAB-TES-RAZAO(TES-IDX) =
                   TAB-TES-RAZAO(WRK-TES-SUB)
                   SET WRK-TES-ATUAL TO TES-IDX
           END-SEARCH.

           IF WRK-TES-ATUAL = WRK-TES-SUB
               MOVE TAB-TES-RAZAO(WRK-TES-SUB) TO SCT-CONTA
               READ SALDOCTA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE TAB-TES-SALDO-INICIAL(WRK-TES-SUB) =
                           ZERO - SCT-SALDO
               END-READ
           END-IF.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
