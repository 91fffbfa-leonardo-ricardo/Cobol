      **    EXCECOES.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - OS TITULOS VENCIDOS PASSAM A SER AGRUPADOS
      **               PELO CLIENTE COMPLETO (TIPO DE PESSOA MAIS CPF
      **               OU CNPJ). A CARTA DE PESSOA JURIDICA SAI
      **               ENDERECADA A RAZAO SOCIAL, COM O CNPJ.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WRK-TAB-VENCIDOS.
           05  TAB-VNC OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-VNC-QTD.
               10  TAB-VNC-CLIENTE    PIC X(15).
               10  TAB-VNC-NUMERO     PIC 9(08).
               10  TAB-VNC-PARCELA    PIC 9(02).
               10  TAB-VNC-VENCTO     PIC 9(08).
               10  TAB-VNC-DIAS       PIC 9(05).
               10  TAB-VNC-TRATADO-SW PIC X(01).
                   88  TAB-VNC-TRATADO          VALUE 'S'.
       77  WRK-CLIENTE-CARTA      PIC X(15) VALUE SPACES.
       77  WRK-MAX-ATRASO         PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-CLIENTE      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-TIT-CLIENTE    PIC 9(04) VALUE ZEROS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

               COMPUTE WRK-SALDO-TITULO =
                   CRC-VALOR - CRC-VALOR-PAGO
               ADD 1 TO WRK-TAB-VNC-QTD
               MOVE CRC-CLIENTE     TO
                   TAB-VNC-CLIENTE(WRK-TAB-VNC-QTD)
               MOVE CRC-NUMERO      TO
                   TAB-VNC-NUMERO(WRK-TAB-VNC-QTD)
               MOVE CRC-PARCELA     TO

      **************************************************************
      ** UMA CARTA POR CLIENTE: O PRIMEIRO TITULO AINDA NAO TRATADO
      ** ABRE A CARTA DO SEU CLIENTE E TODOS OS TITULOS DELE
      ** SAO CONSOLIDADOS NELA E MARCADOS COMO TRATADOS.
      **************************************************************
       0300-GERAR-CARTAS.
       0310-TRATAR-CLIENTE.

           IF NOT TAB-VNC-TRATADO(WRK-VNC-SUB)
               MOVE TAB-VNC-CLIENTE(WRK-VNC-SUB) TO WRK-CLIENTE-CARTA
               MOVE ZEROS TO WRK-MAX-ATRASO
               MOVE ZEROS TO WRK-TOTAL-CLIENTE
               MOVE ZEROS TO WRK-QTD-TIT-CLIENTE

       0320-CONSOLIDAR-TITULO.

           IF TAB-VNC-CLIENTE(WRK-VNC-SUB2) = WRK-CLIENTE-CARTA
               AND NOT TAB-VNC-TRATADO(WRK-VNC-SUB2)
               ADD 1 TO WRK-QTD-TIT-CLIENTE
               ADD TAB-VNC-SALDO(WRK-VNC-SUB2) TO WRK-TOTAL-CLIENTE
      **************************************************************
      ** EMISSAO DA CARTA DO CLIENTE CORRENTE. CLIENTE INATIVO E
      ** PULADO (OS TITULOS SAO MARCADOS MESMO ASSIM, PARA NAO
      ** REPETIR A AVALIACAO); CLIENTE SEM CADASTRO VAI PARA
      ** EXCECOES.
      **************************************************************
       0330-EMITIR-CARTA.

           IF NOT WRK-CLIENTE-ABERTO
               PERFORM 0360-MARCAR-TRATADOS
           ELSE
               MOVE WRK-CLIENTE-CARTA TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       ADD 1 TO WRK-QTD-SEM-CADASTRO
                       MOVE 'PROGDUNB'     TO EXC-PROGRAMA
                       MOVE WRK-CLIENTE-CARTA TO EXC-CHAVE
                       MOVE 'CRC-CLIENTE'  TO EXC-CAMPO
                       MOVE WRK-CLIENTE-CARTA TO EXC-VALOR
                       MOVE 'CLIENTE VENCIDO SEM CADASTRO'
                           TO EXC-MOTIVO
                       PERFORM 9100-GRAVAR-EXCECAO
           ADD 1 TO WRK-QTD-CARTAS.

           MOVE SPACES TO CARTAS-LINHA.
           IF CLI-PESSOA-JURIDICA
               AND CLI-RAZAO-SOCIAL NOT = SPACES
               MOVE WRK-CLIENTE-CARTA TO WRK-DOC-CHAVE
               PERFORM 7950-FORMATAR-DOCUMENTO
               STRING CLI-RAZAO-SOCIAL DELIMITED BY SIZE
                   '  CNPJ ' DELIMITED BY SIZE
                   WRK-DOC-FORMATADO DELIMITED BY SPACE
                   INTO CARTAS-LINHA
           ELSE
               STRING CLI-NOME DELIMITED BY SIZE
                   INTO CARTAS-LINHA
           END-IF.
           WRITE CARTAS-LINHA.

           MOVE SPACES TO CARTAS-LINHA.

       0350-LISTAR-TITULO.

           IF TAB-VNC-CLIENTE(WRK-VNC-SUB2) = WRK-CLIENTE-CARTA
               AND NOT TAB-VNC-TRATADO(WRK-VNC-SUB2)
               MOVE TAB-VNC-NUMERO(WRK-VNC-SUB2)  TO WRK-LTC-NUMERO
               MOVE TAB-VNC-PARCELA(WRK-VNC-SUB2) TO WRK-LTC-PARCELA

       0361-MARCAR-UM.

           IF TAB-VNC-CLIENTE(WRK-VNC-SUB2) = WRK-CLIENTE-CARTA
               SET TAB-VNC-TRATADO(WRK-VNC-SUB2) TO TRUE
           END-IF.

       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
