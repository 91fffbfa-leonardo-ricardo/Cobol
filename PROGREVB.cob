      **               TABELA (1000) PASSA A RECUSAR A SESSAO SEM
      **               REGRAVAR NADA, EM VEZ DE PERDER A CAUDA DO
      **               ARQUIVO NA REGRAVACAO.
      **  15/10/2026 LR - PRODUTO REESTOCADO SEM REGISTRO DE ESTOQUE
      **               NASCE COM O RESERVADO ZERADO (EST-RESERVADO);
      **               A RESERVA E REFEITA PELA REALOCACAO DA
      **               CARTEIRA (CPYRSVPR).
      **  15/10/2026 LR - A QUANTIDADE REESTOCADA E VALORIZADA AO
      **               CUSTO MEDIO DO PRODUTO (EST-CUSTO-MEDIO): A
      **               DEVOLUCAO E GRAVADA NO HISTORICO DE CUSTO
      **               (CMVHIST, REGISTRO 'D' CONTRA A FATURA
      **               ORIGINAL) E O CUSTO E ESTORNADO NO RAZAO
      **               (LANCTOS): DEBITO DO ESTOQUE DE MERCADORIAS
      **               (11005) E CREDITO DO CMV (41009).
      **  15/10/2026 LR - O CLIENTE DA DEVOLUCAO PASSA A SER
      **               INFORMADO PELO TIPO DE PESSOA (F/J) E PELO
      **               DOCUMENTO (CPF OU CNPJ) E SEGUE ASSIM PARA O
      **               MOVIMENTO DE DEVOLUCAO E O HISTORICO DE CUSTO.
      **  15/10/2026 LR - O FRETE DE RETORNO INFORMADO NA CONFERENCIA
      **               FICA GRAVADO NA PROPRIA REVERSA
      **               (REV-FRETE-RETORNO), PARA A RENTABILIDADE POR
      **               CLIENTE (PROGRCLB) - O FRETDESC E CONSUMIDO
      **               PELO PROGCPGB.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVGERAD-STATUS.
           COPY CPYESTSL.
           COPY CPYCMVSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
           05  REV-SITUACAO       PIC X(01).
               88  REV-PENDENTE               VALUE 'P'.
               88  REV-CONFERIDA              VALUE 'C'.
           05  REV-FRETE-RETORNO  PIC 9(08)V99.

       FD  FRETDESC-FILE.
       01  FRETDESC-REG.
           05  DVG-FILIAL         PIC 9(02).
           05  DVG-CODVENDEDOR    PIC 9(04).
           05  DVG-VENDEDOR       PIC X(30).
           05  DVG-CLIENTE.
               10  DVG-TIPO-PESSOA PIC X(01).
               10  DVG-DOC-CLIENTE PIC 9(14).
           05  DVG-CODPRODUTO     PIC X(08).
           05  DVG-PRODUTO        PIC X(15).
           05  DVG-UF-DESTINO     PIC X(02).
           05  DVG-QUANTIDADE     PIC 9(03).
           05  DVG-PARCELAS       PIC 9(02).
       COPY CPYESTFD.
       COPY CPYCMVFD.

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-FRETDESC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DEVGERAD-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CMVHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CUSTO-DEVOLUCAO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-CMV          PIC 9(05) VALUE 41009.
       77  WRK-CONTA-ESTOQUE      PIC 9(05) VALUE 11005.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CARGA-FIM-SW       PIC X(01) VALUE 'N'.
       01  WRK-TAB-REVERSAS.
           05  TAB-REV OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WRK-TAB-REV-QTD.
               10  TAB-REV-IMAGEM     PIC X(56).
       01  WRK-REV-AREA.
           05  WRA-DATA-DEVOLUCAO PIC 9(08).
           05  WRA-DATA-DESPACHO  PIC 9(08).
           05  WRA-PRODUTO        PIC X(20).
           05  WRA-ESTADO         PIC X(02).
           05  WRA-SITUACAO       PIC X(01).
           05  WRA-FRETE-RETORNO  PIC 9(08)V99.
       01  WRK-CONFERE-INF.
           05  WRK-INF-CODPROD    PIC X(08) VALUE SPACES.
           05  WRK-INF-QTD        PIC 9(05) VALUE ZEROS.
           05  WRK-INF-FRETE      PIC 9(08)V99 VALUE ZEROS.
           05  WRK-INF-CLIENTE.
               10  WRK-INF-TIPO-PESSOA PIC X(01) VALUE 'F'.
               10  WRK-INF-DOC-CLIENTE PIC 9(14) VALUE ZEROS.
           05  WRK-INF-FATURA     PIC 9(08) VALUE ZEROS.
           05  WRK-INF-VALOR      PIC 9(07)V99 VALUE ZEROS.
       COPY CPYABLWS.
               ACCEPT WRK-INF-QTD FROM CONSOLE
               DISPLAY 'FRETE DE RETORNO A DEBITAR..'
               ACCEPT WRK-INF-FRETE FROM CONSOLE
               DISPLAY 'TIPO DE PESSOA DO CLIENTE (F/J)..'
               ACCEPT WRK-INF-TIPO-PESSOA FROM CONSOLE
               IF WRK-INF-TIPO-PESSOA NOT = 'J'
                   MOVE 'F' TO WRK-INF-TIPO-PESSOA
               END-IF
               DISPLAY 'CPF/CNPJ DO CLIENTE DA DEVOLUCAO..'
               ACCEPT WRK-INF-DOC-CLIENTE FROM CONSOLE
               DISPLAY 'FATURA ORIGINAL..'
               ACCEPT WRK-INF-FATURA FROM CONSOLE
               DISPLAY 'VALOR DA MERCADORIA DEVOLVIDA..'
               PERFORM 0230-GERAR-DEVOLUCAO-VENDA

               MOVE 'C' TO WRA-SITUACAO
               MOVE WRK-INF-FRETE TO WRA-FRETE-RETORNO
               MOVE WRK-REV-AREA
                   TO TAB-REV-IMAGEM(WRK-REV-ACHOU-IDX)
               ADD 1 TO WRK-QTD-CONFERIDAS
               DISPLAY 'REVERSA CONFERIDA.'
           END-IF.

      **************************************************************
      ** REESTOQUE DO PRODUTO CONFERIDO, VALORIZADO AO CUSTO MEDIO
      ** VIGENTE (QUE NAO SE ALTERA, POIS A QUANTIDADE VOLTA PELO
      ** PROPRIO CUSTO MEDIO). PRODUTO SEM REGISTRO DE ESTOQUE
      ** VOLTA SEM CUSTO.
      **************************************************************
       0220-REESTOCAR.

           IF WRK-ESTOQUEP-ABERTO AND WRK-INF-QTD > ZEROS
               MOVE ZEROS TO WRK-CUSTO-DEVOLUCAO
               MOVE WRK-INF-CODPROD TO EST-CODIGO
               READ ESTOQUEP-FILE
                   INVALID KEY
                       MOVE WRK-INF-CODPROD TO EST-CODIGO
                       MOVE WRK-INF-QTD     TO EST-SALDO
                       MOVE ZEROS           TO EST-MINIMO
                       MOVE ZEROS           TO EST-RESERVADO
                       MOVE ZEROS           TO EST-CUSTO-MEDIO
                       WRITE ESTOQUEP-REG
                           INVALID KEY CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       IF EST-CUSTO-MEDIO NOT NUMERIC
                           MOVE ZEROS TO EST-CUSTO-MEDIO
                       END-IF
                       COMPUTE WRK-CUSTO-DEVOLUCAO ROUNDED =
                           WRK-INF-QTD * EST-CUSTO-MEDIO
                       ADD WRK-INF-QTD TO EST-SALDO
                       REWRITE ESTOQUEP-REG
               END-READ
               DISPLAY 'PRODUTO REESTOCADO (' WRK-INF-QTD
                   ' UNIDADE(S)).'
               PERFORM 0222-GRAVAR-CUSTO-DEVOLUCAO
           END-IF.

      **************************************************************
      ** CUSTO DA DEVOLUCAO: REGISTRO 'D' NO HISTORICO DE CUSTO
      ** (CMVHIST) CONTRA A FATURA ORIGINAL, QUE ABATE VENDA E
      ** CUSTO NA MARGEM BRUTA (PROGMRGR), E ESTORNO DO CMV NO
      ** RAZAO: DEBITO DO ESTOQUE DE MERCADORIAS (11005) E CREDITO
      ** DO CMV (41009).
      **************************************************************
       0222-GRAVAR-CUSTO-DEVOLUCAO.

           OPEN EXTEND CMVHIST-FILE.
           IF WRK-CMVHIST-STATUS = '05' OR '35'
               CLOSE CMVHIST-FILE
               OPEN OUTPUT CMVHIST-FILE
           END-IF.
           MOVE 'D'                 TO CMV-TIPO.
           MOVE WRK-INF-FATURA      TO CMV-FATURA.
           MOVE WRA-DATA-DEVOLUCAO  TO CMV-DATA.
           MOVE WRK-INF-CLIENTE     TO CMV-CLIENTE.
           MOVE WRK-INF-CODPROD     TO CMV-CODPRODUTO.
           MOVE WRK-INF-QTD         TO CMV-QUANTIDADE.
           MOVE WRK-INF-VALOR       TO CMV-VALOR-VENDA.
           MOVE WRK-CUSTO-DEVOLUCAO TO CMV-CUSTO.
           WRITE CMVHIST-REG.
           CLOSE CMVHIST-FILE.

           IF WRK-CUSTO-DEVOLUCAO > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'VENDA'             TO LAN-CENTRO-CUSTO
               MOVE WRK-CONTA-ESTOQUE   TO LAN-CONTA
               MOVE 'D'                 TO LAN-TIPO
               MOVE WRK-CUSTO-DEVOLUCAO TO LAN-VALOR
               MOVE WRA-DATA-DEVOLUCAO  TO LAN-DATA
               MOVE WRK-INF-FATURA      TO LAN-DOCUMENTO
               MOVE 'ESTORNO CMV S/ DEVOLUCAO' TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE WRK-CONTA-CMV       TO LAN-CONTA
               MOVE 'C'                 TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
               MOVE 1                  TO DVG-FILIAL
               MOVE ZEROS              TO DVG-CODVENDEDOR
               MOVE 'LOGISTICA REVERSA' TO DVG-VENDEDOR
               MOVE WRK-INF-CLIENTE    TO DVG-CLIENTE
               MOVE WRK-INF-CODPROD    TO DVG-CODPRODUTO
               MOVE WRA-PRODUTO(1:15)  TO DVG-PRODUTO
               MOVE WRA-ESTADO         TO DVG-UF-DESTINO
