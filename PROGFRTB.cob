      **               A DATA DO LOTE), DE ONDE A GERACAO DE TITULOS
      **               DO CONTAS A PAGAR (PROGCPGB) OS ABSORVE SEM
      **               REDIGITACAO.
      **  15/10/2026 LR - O EMBARQUE PASSA A GRAVAR O CLIENTE DO
      **               PEDIDO (EMB-CLIENTE, PESSOA FISICA PELO CPF DO
      **               PEDIDO), PARA A CONSULTA DO CLIENTE (PROGCLIC)
      **               ALCANCAR OS EMBARQUES DELE.
      **  15/10/2026 LR - O EMBARQUE PASSA A GRAVAR TAMBEM O NUMERO
      **               DO PEDIDO, A DISTANCIA, O PESO, A CUBAGEM (DAS
      **               DIMENSOES DO VOLUME) E O VALOR DECLARADO, COM
      **               A CARGA EM ZEROS, PARA A MONTAGEM DE CARGAS
      **               POR VEICULO (PROGCRGB) RODADA EM SEGUIDA.
      **  15/10/2026 LR - O EMBARQUE PASSA A GRAVAR O FRETE CALCULADO
      **               DO VOLUME (EMB-FRETE), PARA A RENTABILIDADE
      **               POR CLIENTE (PROGRCLB) ABATER O FRETE PAGO
      **               NOS EMBARQUES DE CADA CLIENTE.
      **  15/10/2026 LR - O MANIFESTO PASSA A ABRIR COM O CABECALHO
      **               PADRAO DOS RELATORIOS (CPYCAB*), PARA SER
      **               ARQUIVADO COM DATA E LOTE PELO PROGRELB.
      **  15/10/2026 LR - O CPF DO CLIENTE NA LINHA DO PEDIDO NO
      **               MANIFESTO SAI MASCARADO CONFORME O OPERADOR DO
      **               LOTE (PROGMASC).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY CPYABLWS.
       COPY CPYCTRWS.
       COPY CPYHDTWS.
       COPY CPYCABWS.
       COPY CPYMSKWS.
       77  WRK-PEDIDOS-OK-SW      PIC X(01) VALUE 'N'.
           88  WRK-PEDIDOS-OK                 VALUE 'S'.
       77  WRK-PED-HDR-IMAGEM     PIC X(32) VALUE SPACES.
               10  TAB-EMB-TRANSP     PIC 9(03).
               10  TAB-EMB-PRODUTO    PIC X(20).
               10  TAB-EMB-ESTADO     PIC X(02).
               10  TAB-EMB-CPF        PIC 9(11).
               10  TAB-EMB-PEDIDO     PIC 9(06).
               10  TAB-EMB-DISTANCIA  PIC 9(05)V99.
               10  TAB-EMB-PESO       PIC 9(04)V99.
               10  TAB-EMB-CUBAGEM    PIC 9(03)V9999.
               10  TAB-EMB-VALOR      PIC 9(06)V99.
               10  TAB-EMB-FRETE      PIC 9(06)V99.
       77  WRK-FCTL-DIVERGIU-SW   PIC X(01) VALUE 'N'.
           88  WRK-FCTL-DIVERGIU              VALUE 'S'.
       77  WRK-ARQ-RECUSADO-SW    PIC X(01) VALUE 'N'.
           PERFORM 7950-CARREGAR-TABELA-SEGURO.
           PERFORM 8500-LER-CONTROLE-TRANSPORTADORA.
           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGFRTB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

           OPEN OUTPUT FRETEDI-FILE.
           MOVE '0'                   TO EDI-HDR-TIPO.
           OPEN OUTPUT FRETE-FILE.
           OPEN OUTPUT MANIFESTO-FILE.

           MOVE 'PROGFRTB' TO WRK-CAB-PROGRAMA.
           MOVE 'MANIFESTO DE CALCULO DE FRETE' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE MANIFESTO-LINHA FROM WRK-CAB-LINHA1.
           WRITE MANIFESTO-LINHA FROM WRK-CAB-LINHA2.
           MOVE '=== MANIFESTO DE CALCULO DE FRETE ===' TO
               MANIFESTO-LINHA.
           WRITE MANIFESTO-LINHA.
           MOVE ZEROS           TO WRK-PED-TOTAL-FRETE.
           SET WRK-PEDIDO-ABERTO TO TRUE.

           MOVE 'CP'                TO MSK-FUNCAO.
           MOVE WRK-PED-CPF-CLIENTE TO MSK-CPF.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           MOVE SPACES TO MANIFESTO-LINHA.
           STRING 'PEDIDO ' DELIMITED BY SIZE
               WRK-PED-NUMERO DELIMITED BY SIZE
               '  CLIENTE ' DELIMITED BY SIZE
               MSK-SAIDA DELIMITED BY SPACE
               '  UF ' DELIMITED BY SIZE
               WRK-PED-ESTADO DELIMITED BY SIZE
               '  TRANSPORTADORA ' DELIMITED BY SIZE
               MOVE PED-PRODUTO TO TAB-EMB-PRODUTO(WRK-TAB-EMB-QTD)
               MOVE WRK-PED-ESTADO
                   TO TAB-EMB-ESTADO(WRK-TAB-EMB-QTD)
               MOVE WRK-PED-CPF-CLIENTE
                   TO TAB-EMB-CPF(WRK-TAB-EMB-QTD)
               MOVE WRK-PED-NUMERO
                   TO TAB-EMB-PEDIDO(WRK-TAB-EMB-QTD)
               MOVE WRK-PED-DISTANCIA
                   TO TAB-EMB-DISTANCIA(WRK-TAB-EMB-QTD)
               MOVE PED-PESO TO TAB-EMB-PESO(WRK-TAB-EMB-QTD)
               COMPUTE TAB-EMB-CUBAGEM(WRK-TAB-EMB-QTD) ROUNDED =
                   PED-ALTURA * PED-LARGURA * PED-COMPRIMENTO
                   / 1000000
               MOVE WRK-VALOR-PEDIDO
                   TO TAB-EMB-VALOR(WRK-TAB-EMB-QTD)
               MOVE WRK-FRETE
                   TO TAB-EMB-FRETE(WRK-TAB-EMB-QTD)
           ELSE
               ADD 1 TO WRK-QTD-EMB-PERDIDOS
           END-IF.
           MOVE SPACES           TO EMB-POD-NOME.
           MOVE SPACES           TO EMB-POD-DOCUMENTO.
           MOVE ZEROS            TO EMB-POD-DATA.
           MOVE 'F'              TO EMB-TIPO-PESSOA.
           MOVE TAB-EMB-CPF(WRK-EMB-SUB) TO EMB-DOC-CLIENTE.
           MOVE TAB-EMB-PEDIDO(WRK-EMB-SUB)    TO EMB-NUMERO-PEDIDO.
           MOVE TAB-EMB-DISTANCIA(WRK-EMB-SUB) TO EMB-DISTANCIA.
           MOVE TAB-EMB-PESO(WRK-EMB-SUB)      TO EMB-PESO.
           MOVE TAB-EMB-CUBAGEM(WRK-EMB-SUB)   TO EMB-CUBAGEM.
           MOVE TAB-EMB-VALOR(WRK-EMB-SUB)     TO EMB-VALOR.
           MOVE ZEROS                          TO EMB-CARGA.
           MOVE TAB-EMB-FRETE(WRK-EMB-SUB)     TO EMB-FRETE.
           WRITE EMBARQUE-REG
               INVALID KEY
                   ADD 1 TO WRK-QTD-EMB-PERDIDOS
       COPY CPYABLPR.
       COPY CPYCTRPR.
       COPY CPYHDTPR.
       COPY CPYCABPR.
