      **    PROGFATB. ENTRADA INVALIDA VAI PARA EXCECOES.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - APOS AS ENTRADAS, AS RESERVAS DOS PEDIDOS EM
      **               CARTEIRA (PEDVENDA) SAO REALOCADAS (CPYRSVPR),
      **               LIBERANDO OS BACKORDERS NA PRIORIDADE DA DATA
      **               DO PEDIDO. A POSICAO DE ESTOQUE PASSA A
      **               MOSTRAR O RESERVADO E O DISPONIVEL PARA
      **               PROMETER (SALDO MENOS RESERVADO).
      **  15/10/2026 LR - A ENTRADA DE ESTOQUE (ESTENTRA) PASSA A
      **               TRAZER O CUSTO UNITARIO E CADA ENTRADA
      **               RECALCULA O CUSTO MEDIO PONDERADO DO PRODUTO
      **               (EST-CUSTO-MEDIO); ENTRADA SEM CUSTO ENTRA NO
      **               SALDO PELO CUSTO MEDIO VIGENTE. A POSICAO DE
      **               ESTOQUE MOSTRA O CUSTO MEDIO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ESTPOREL-STATUS.
           COPY CPYESTSL.
           COPY CPYPDVSL.
           COPY CPYPRDSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           05  ETR-CODIGO         PIC X(08).
           05  ETR-QUANTIDADE     PIC 9(05).
           05  ETR-MINIMO         PIC 9(05).
           05  ETR-CUSTO-UNIT     PIC 9(05)V99.

       FD  ESTPOREL-FILE.
       01  ESTPOREL-LINHA         PIC X(120).
       COPY CPYESTFD.
       COPY CPYPDVFD.
       COPY CPYPRDFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       77  WRK-ESTENTRA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTPOREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-POS-FIM-SW         PIC X(01) VALUE 'N'.
       77  WRK-QTD-ENTRADAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALERTAS        PIC 9(05) VALUE ZEROS.
       77  WRK-DISPONIVEL         PIC S9(07) VALUE ZEROS.
       77  WRK-CUSTO-ENTRADA      PIC 9(05)V99 VALUE ZEROS.
       01  WRK-LINHA-POSICAO.
           05  WRK-LP-CODIGO      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-MINIMO      PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-RESERVADO   PIC Z.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-DISPONIVEL  PIC Z.ZZZ.ZZ9-.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-CUSTO-MEDIO PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-ALERTA      PIC X(18).
       COPY CPYPRDTB.
       COPY CPYRSVWS.
       COPY CPYCABWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
      ** PRODUTO SEM REGISTRO DE ESTOQUE E CRIADO NA PRIMEIRA
      ** ENTRADA. QUANTIDADE ZERADA OU PRODUTO DESCONHECIDO VAI
      ** PARA EXCECOES. O MINIMO INFORMADO (QUANDO MAIOR QUE ZERO)
      ** ATUALIZA O MINIMO DE ALERTA DO PRODUTO. O CUSTO MEDIO
      ** PONDERADO E RECALCULADO PELO SALDO ANTERIOR AO CUSTO MEDIO
      ** MAIS A QUANTIDADE RECEBIDA AO CUSTO DA ENTRADA; ENTRADA SEM
      ** CUSTO (ZERO OU EM BRANCO) NAO ALTERA O CUSTO MEDIO.
      **************************************************************
       0200-PROCESSAR-ENTRADA.


       0210-LANCAR-ENTRADA.

           IF ETR-CUSTO-UNIT IS NUMERIC
               MOVE ETR-CUSTO-UNIT TO WRK-CUSTO-ENTRADA
           ELSE
               MOVE ZEROS          TO WRK-CUSTO-ENTRADA
           END-IF.

           MOVE ETR-CODIGO TO EST-CODIGO.
           READ ESTOQUEP-FILE
               INVALID KEY
                   MOVE ETR-CODIGO     TO EST-CODIGO
                   MOVE ETR-QUANTIDADE TO EST-SALDO
                   MOVE ETR-MINIMO     TO EST-MINIMO
                   MOVE ZEROS          TO EST-RESERVADO
                   MOVE WRK-CUSTO-ENTRADA TO EST-CUSTO-MEDIO
                   WRITE ESTOQUEP-REG
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF EST-CUSTO-MEDIO NOT NUMERIC
                       MOVE ZEROS TO EST-CUSTO-MEDIO
                   END-IF
                   IF WRK-CUSTO-ENTRADA > ZEROS
                       COMPUTE EST-CUSTO-MEDIO ROUNDED =
                           (EST-SALDO * EST-CUSTO-MEDIO
                           + ETR-QUANTIDADE * WRK-CUSTO-ENTRADA)
                           / (EST-SALDO + ETR-QUANTIDADE)
                   END-IF
                   ADD ETR-QUANTIDADE TO EST-SALDO
                   IF ETR-MINIMO > ZEROS
                       MOVE ETR-MINIMO TO EST-MINIMO
       0300-FINALIZAR.

           IF WRK-ESTOQUEP-ABERTO
               PERFORM 0350-LIBERAR-BACKORDERS
               PERFORM 0400-GRAVAR-POSICAO
               CLOSE ESTOQUEP-FILE
               IF WRK-ESTENTRA-STATUS NOT = '35'
               '  REJEITADAS: ' WRK-QTD-REJEITADAS
               '  ALERTAS DE MINIMO: ' WRK-QTD-ALERTAS.

      **************************************************************
      ** COM O ESTOQUE ATUALIZADO, A CARTEIRA DE PEDIDOS E
      ** REALOCADA: AS ENTRADAS DO DIA ATENDEM OS BACKORDERS NA
      ** PRIORIDADE DA DATA DO PEDIDO. SEM O CADASTRO DE PEDIDOS
      ** NAO HA O QUE RESERVAR.
      **************************************************************
       0350-LIBERAR-BACKORDERS.

           OPEN I-O PEDVENDA-FILE.
           IF WRK-PEDVENDA-STATUS = '00'
               PERFORM 7850-REALOCAR-RESERVAS
               CLOSE PEDVENDA-FILE
               DISPLAY 'BACKORDERS LIBERADOS: '
                   WRK-RSV-PEDIDOS-LIBERADOS ' PEDIDO(S), '
                   WRK-RSV-QTD-LIBERADA ' UNIDADE(S).'
               DISPLAY 'PEDIDOS AINDA EM BACKORDER: '
                   WRK-RSV-PEDIDOS-PENDENTES ' ('
                   WRK-RSV-QTD-PENDENTE ' UNIDADE(S)).'
           END-IF.

      **************************************************************
      ** POSICAO DE ESTOQUE (ESTPOREL): UMA LINHA POR PRODUTO COM
      ** SALDO, MINIMO, RESERVADO PELA CARTEIRA E DISPONIVEL PARA
      ** PROMETER E CUSTO MEDIO; SALDO NO MINIMO OU ABAIXO SAI COM
      ** ALERTA DE REPOSICAO, NOS MOLDES DO REPOSREL DE MATERIAIS.
      **************************************************************
       0400-GRAVAR-POSICAO.

           WRITE ESTPOREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO ESTPOREL-LINHA.
           WRITE ESTPOREL-LINHA.
           STRING 'PRODUTO   DESCRICAO             SALDO      MINIMO'
               DELIMITED BY SIZE
               '  RESERVADO  DISPONIVEL   CUSTO MEDIO'
               DELIMITED BY SIZE
               INTO ESTPOREL-LINHA.
           WRITE ESTPOREL-LINHA.

           MOVE 'N'    TO WRK-POS-FIM-SW.
           MOVE WRK-PRD-DESCRICAO TO WRK-LP-DESCRICAO.
           MOVE EST-SALDO         TO WRK-LP-SALDO.
           MOVE EST-MINIMO        TO WRK-LP-MINIMO.
           IF EST-RESERVADO NOT NUMERIC
               MOVE ZEROS TO EST-RESERVADO
           END-IF.
           COMPUTE WRK-DISPONIVEL = EST-SALDO - EST-RESERVADO.
           MOVE EST-RESERVADO     TO WRK-LP-RESERVADO.
           MOVE WRK-DISPONIVEL    TO WRK-LP-DISPONIVEL.
           IF EST-CUSTO-MEDIO NOT NUMERIC
               MOVE ZEROS TO EST-CUSTO-MEDIO
           END-IF.
           MOVE EST-CUSTO-MEDIO   TO WRK-LP-CUSTO-MEDIO.
           IF EST-SALDO <= EST-MINIMO
               MOVE 'REPOR - NO MINIMO' TO WRK-LP-ALERTA
               ADD 1 TO WRK-QTD-ALERTAS
           WRITE ESTPOREL-LINHA FROM WRK-LINHA-POSICAO.

       COPY CPYPRDPR.
       COPY CPYRSVPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
