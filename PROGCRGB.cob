       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCRGB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MONTAGEM DAS CARGAS DO DIA POR VEICULO E
      **    ROMANEIO DE CARGA (ROMANEIO), RODADO DEPOIS DO CALCULO
      **    DE FRETE (PROGFRTB), NO LUGAR DA MONTAGEM EM PAPEL DA
      **    MESA DE TRAFEGO:
      **    - OS EMBARQUES DESPACHADOS NA DATA DO LOTE E AINDA SEM
      **      CARGA (EMB-CARGA EM ZEROS) SAO AGRUPADOS POR
      **      TRANSPORTADORA E UF DE DESTINO E, DENTRO DO GRUPO,
      **      ORDENADOS PELA DISTANCIA DE ENTREGA E PELO PEDIDO;
      **    - A CARGA E ENCHIDA ATE O PESO E A CUBAGEM DO MAIOR
      **      VEICULO DA TABELA DE TIPOS DE VEICULO (VEICTAB, VER
      **      CPYVEIFD). O PEDIDO QUE NAO CABE NO QUE SOBROU FECHA A
      **      CARGA E ABRE A SEGUINTE; SO O PEDIDO MAIOR QUE O
      **      PROPRIO VEICULO E DIVIDIDO ENTRE CARGAS;
      **    - FECHADA A CARGA, O VEICULO INDICADO E O MENOR TIPO QUE
      **      COMPORTA O PESO E A CUBAGEM DELA. VOLUME SOZINHO ACIMA
      **      DO MAIOR VEICULO SAI EM CARGA PROPRIA, COM ALERTA;
      **    - CADA PEDIDO E UMA PARADA, NUMERADA NA ORDEM DA
      **      DISTANCIA;
      **    - O NUMERO DA CARGA (SEQUENCIA DENTRO DA DATA DO
      **      DESPACHO, CONTINUANDO A MAIOR JA GRAVADA NO DIA) E
      **      GRAVADO EM CADA EMBARQUE, PARA O AGING DE CANHOTOS
      **      (PROGPODB) E OS ATRASADOS (PROGPRZB) AGRUPAREM POR
      **      CARGA;
      **    - O ROMANEIO SAI UMA PAGINA POR CARGA, COM O VEICULO, AS
      **      PARADAS, OS VOLUMES, O PESO E A CUBAGEM E O VALOR
      **      DECLARADO TOTAL DA CARGA PARA O SEGURO.
      **    SEM A VEICTAB NADA E CONSOLIDADO (REGISTRO NO ABENDLOG).
      **    REEXECUTAR NO MESMO DIA SO CONSOLIDA OS EMBARQUES QUE
      **    FICARAM SEM CARGA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O CLIENTE DA PARADA NO ROMANEIO SAI COM O
      **               DOCUMENTO FORMATADO E, SE CPF, MASCARADO
      **               CONFORME O OPERADOR DO LOTE (PROGMASC).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMBSL.
           COPY CPYVEISL.
           COPY CPYTRPSL.
           SELECT ROMANEIO-FILE ASSIGN TO "ROMANEIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ROMANEIO-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMBFD.
       COPY CPYVEIFD.
       COPY CPYTRPFD.
       FD  ROMANEIO-FILE.
       01  ROMANEIO-LINHA         PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-VEICTAB-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-ROMANEIO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-VEICTAB-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-VEICTAB-FIM              VALUE 'S'.
       77  WRK-EMBARQUE-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMBARQUE-ABERTO            VALUE 'S'.
      *    TIPOS DE VEICULO, DO MENOR PARA O MAIOR
       77  WRK-TAB-VEI-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-VEICULOS.
           05  TAB-VEI OCCURS 1 TO 10 TIMES
                   DEPENDING ON WRK-TAB-VEI-QTD
                   INDEXED BY VEI-IDX.
               10  TAB-VEI-TIPO       PIC X(02).
               10  TAB-VEI-DESCRICAO  PIC X(20).
               10  TAB-VEI-PESO-MAX   PIC 9(05)V99.
               10  TAB-VEI-CUBAGEM-MAX PIC 9(03)V99.
       77  WRK-PESO-LIMITE        PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CUBAGEM-LIMITE     PIC 9(03)V99 VALUE ZEROS.
      *    EMBARQUES DO DIA AINDA SEM CARGA
       77  WRK-TAB-CRG-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-CRG-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-CRG-AUX            PIC 9(04) VALUE ZEROS.
       77  WRK-CRG-ORD-I          PIC 9(04) VALUE ZEROS.
       77  WRK-CRG-ORD-J          PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-EMBARQUES.
           05  TAB-CRG OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-CRG-QTD.
               10  TAB-CRG-ORDEM.
                   15  TAB-CRG-TRANSP     PIC 9(03).
                   15  TAB-CRG-UF         PIC X(02).
                   15  TAB-CRG-DISTANCIA  PIC 9(05)V99.
                   15  TAB-CRG-PEDIDO     PIC 9(06).
                   15  TAB-CRG-SEQUENCIA  PIC 9(04).
               10  TAB-CRG-PRODUTO    PIC X(20).
               10  TAB-CRG-CLIENTE.
                   15  TAB-CRG-TIPO-PESSOA PIC X(01).
                   15  TAB-CRG-DOC-CLIENTE PIC 9(14).
               10  TAB-CRG-PESO       PIC 9(04)V99.
               10  TAB-CRG-CUBAGEM    PIC 9(03)V9999.
               10  TAB-CRG-VALOR      PIC 9(06)V99.
               10  TAB-CRG-CARGA      PIC 9(04).
               10  TAB-CRG-PARADA     PIC 9(03).
       01  WRK-CRG-TROCA.
           05  WRK-CGT-ORDEM.
               10  WRK-CGT-TRANSP     PIC 9(03).
               10  WRK-CGT-UF         PIC X(02).
               10  WRK-CGT-DISTANCIA  PIC 9(05)V99.
               10  WRK-CGT-PEDIDO     PIC 9(06).
               10  WRK-CGT-SEQUENCIA  PIC 9(04).
           05  WRK-CGT-PRODUTO    PIC X(20).
           05  WRK-CGT-CLIENTE.
               10  WRK-CGT-TIPO-PESSOA PIC X(01).
               10  WRK-CGT-DOC-CLIENTE PIC 9(14).
           05  WRK-CGT-PESO       PIC 9(04)V99.
           05  WRK-CGT-CUBAGEM    PIC 9(03)V9999.
           05  WRK-CGT-VALOR      PIC 9(06)V99.
           05  WRK-CGT-CARGA      PIC 9(04).
           05  WRK-CGT-PARADA     PIC 9(03).
       77  WRK-TROCAR-SW          PIC X(01) VALUE 'N'.
           88  WRK-TROCAR                   VALUE 'S'.
      *    CARGAS MONTADAS
       77  WRK-TAB-CGA-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-CGA-SUB            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CARGAS.
           05  TAB-CGA OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-CGA-QTD.
               10  TAB-CGA-NUMERO     PIC 9(04).
               10  TAB-CGA-TRANSP     PIC 9(03).
               10  TAB-CGA-UF         PIC X(02).
               10  TAB-CGA-VEICULO    PIC 9(02).
               10  TAB-CGA-INICIO     PIC 9(04).
               10  TAB-CGA-FIM        PIC 9(04).
               10  TAB-CGA-PARADAS    PIC 9(03).
               10  TAB-CGA-VOLUMES    PIC 9(04).
               10  TAB-CGA-PESO       PIC 9(06)V99.
               10  TAB-CGA-CUBAGEM    PIC 9(04)V9999.
               10  TAB-CGA-VALOR      PIC 9(09)V99.
               10  TAB-CGA-EXCEDE-SW  PIC X(01).
                   88  TAB-CGA-EXCEDE             VALUE 'S'.
       77  WRK-ULTIMA-CARGA       PIC 9(04) VALUE ZEROS.
       77  WRK-CARGA-ABERTA-SW    PIC X(01) VALUE 'N'.
           88  WRK-CARGA-ABERTA             VALUE 'S'.
       77  WRK-NOVA-PARADA-SW     PIC X(01) VALUE 'N'.
           88  WRK-NOVA-PARADA              VALUE 'S'.
       77  WRK-PEDIDO-FIM-SW      PIC X(01) VALUE 'N'.
           88  WRK-PEDIDO-FIM               VALUE 'S'.
       77  WRK-PED-PESO           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-PED-CUBAGEM        PIC 9(04)V9999 VALUE ZEROS.
       77  WRK-PARADA-IMPRESSA    PIC 9(03) VALUE ZEROS.
      *    TOTAIS DA EXECUCAO
       77  WRK-QTD-FORA-TABELA    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXCEDIDAS      PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-GRAVADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NAO-GRAVADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-VALOR          PIC 9(11)V99 VALUE ZEROS.
      *    CAMPOS EDITADOS DO ROMANEIO
       77  WRK-PESO-ED            PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PESO-MAX-ED        PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CUBAGEM-ED         PIC Z.ZZ9,9999 VALUE ZEROS.
       77  WRK-CUBAGEM-MAX-ED     PIC ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED             PIC ZZZZ9 VALUE ZEROS.
       01  WRK-LINHA-VOLUME.
           05  WRK-LV-PARADA-AREA.
               10  WRK-LV-PARADA      PIC ZZ9.
               10  FILLER             PIC X(02) VALUE SPACES.
               10  WRK-LV-PEDIDO      PIC 9(06).
               10  FILLER             PIC X(02) VALUE SPACES.
               10  WRK-LV-CLIENTE     PIC X(18).
               10  FILLER             PIC X(01) VALUE SPACES.
               10  WRK-LV-DISTANCIA   PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LV-SEQUENCIA   PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-PRODUTO     PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-PESO        PIC Z.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-CUBAGEM     PIC ZZ9,9999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LV-VALOR       PIC ZZZ.ZZ9,99.
       COPY CPYTRPTB.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-EMBARQUE UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGCRGB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 7900-CARREGAR-TRANSPORTADORAS.
           PERFORM 8000-CARREGAR-VEICULOS.

           IF WRK-TAB-VEI-QTD = ZEROS
               MOVE 'PROGCRGB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-VEICTAB-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'TABELA DE TIPOS DE VEICULO AUSENTE OU VAZIA'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               MOVE TAB-VEI-PESO-MAX(WRK-TAB-VEI-QTD)
                   TO WRK-PESO-LIMITE
               MOVE TAB-VEI-CUBAGEM-MAX(WRK-TAB-VEI-QTD)
                   TO WRK-CUBAGEM-LIMITE
               OPEN I-O EMBARQUE-FILE
               IF WRK-EMBARQUE-STATUS NOT = '00'
                   MOVE 'PROGCRGB'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-EMBARQUE-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O ARQUIVO DE EMBARQUES'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-EMBARQUE-ABERTO TO TRUE
                   MOVE WRK-LOTECAB-DATA TO EMB-DATA-DESPACHO
                   MOVE ZEROS            TO EMB-SEQUENCIA
                   START EMBARQUE-FILE KEY IS NOT LESS THAN EMB-CHAVE
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
                   IF NOT WRK-FIM
                       READ EMBARQUE-FILE NEXT RECORD
                           AT END SET WRK-FIM TO TRUE
                       END-READ
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** LEITURA DOS EMBARQUES DA DATA DO LOTE (O ARQUIVO E
      ** POSICIONADO NO PRIMEIRO DO DIA; O PRIMEIRO DE OUTRA DATA
      ** ENCERRA A LEITURA).
      **************************************************************
       0200-CARREGAR-EMBARQUE.

           IF EMB-DATA-DESPACHO NOT = WRK-LOTECAB-DATA
               SET WRK-FIM TO TRUE
           ELSE
               PERFORM 0210-SEPARAR-EMBARQUE
               READ EMBARQUE-FILE NEXT RECORD
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** A MAIOR CARGA JA GRAVADA NO DIA (REEXECUCAO) DA A
      ** CONTINUACAO DA NUMERACAO; SO O EMBARQUE AINDA DESPACHADO E
      ** SEM CARGA ENTRA NA MONTAGEM.
      **************************************************************
       0210-SEPARAR-EMBARQUE.

           IF EMB-CARGA IS NUMERIC
               IF EMB-CARGA > WRK-ULTIMA-CARGA
                   MOVE EMB-CARGA TO WRK-ULTIMA-CARGA
               END-IF
               IF EMB-CARGA = ZEROS AND EMB-DESPACHADO
                   IF WRK-TAB-CRG-QTD < 2000
                       ADD 1 TO WRK-TAB-CRG-QTD
                       MOVE EMB-TRANSP
                           TO TAB-CRG-TRANSP(WRK-TAB-CRG-QTD)
                       MOVE EMB-ESTADO
                           TO TAB-CRG-UF(WRK-TAB-CRG-QTD)
                       MOVE EMB-DISTANCIA
                           TO TAB-CRG-DISTANCIA(WRK-TAB-CRG-QTD)
                       MOVE EMB-NUMERO-PEDIDO
                           TO TAB-CRG-PEDIDO(WRK-TAB-CRG-QTD)
                       MOVE EMB-SEQUENCIA
                           TO TAB-CRG-SEQUENCIA(WRK-TAB-CRG-QTD)
                       MOVE EMB-PRODUTO
                           TO TAB-CRG-PRODUTO(WRK-TAB-CRG-QTD)
                       MOVE EMB-CLIENTE
                           TO TAB-CRG-CLIENTE(WRK-TAB-CRG-QTD)
                       MOVE EMB-PESO
                           TO TAB-CRG-PESO(WRK-TAB-CRG-QTD)
                       MOVE EMB-CUBAGEM
                           TO TAB-CRG-CUBAGEM(WRK-TAB-CRG-QTD)
                       MOVE EMB-VALOR
                           TO TAB-CRG-VALOR(WRK-TAB-CRG-QTD)
                       MOVE ZEROS TO TAB-CRG-CARGA(WRK-TAB-CRG-QTD)
                       MOVE ZEROS TO TAB-CRG-PARADA(WRK-TAB-CRG-QTD)
                   ELSE
                       ADD 1 TO WRK-QTD-FORA-TABELA
                   END-IF
               END-IF
           END-IF.

       0300-FINALIZAR.

           IF WRK-EMBARQUE-ABERTO
               IF WRK-TAB-CRG-QTD > ZEROS
                   PERFORM 0400-PASSADA-ORDENACAO
                       VARYING WRK-CRG-ORD-I FROM 1 BY 1
                       UNTIL WRK-CRG-ORD-I >= WRK-TAB-CRG-QTD
                   PERFORM 0500-MONTAR-CARGAS
                   PERFORM 0600-GRAVAR-CARGA-EMBARQUE
                       VARYING WRK-CRG-SUB FROM 1 BY 1
                       UNTIL WRK-CRG-SUB > WRK-TAB-CRG-QTD
               END-IF
               PERFORM 0700-IMPRIMIR-ROMANEIOS
               CLOSE EMBARQUE-FILE
           END-IF.

           DISPLAY 'CARGAS MONTADAS: ' WRK-TAB-CGA-QTD
               ' COM ' WRK-TAB-CRG-QTD ' VOLUMES.'.

      **************************************************************
      ** ORDENACAO POR TRANSPORTADORA, UF, DISTANCIA, PEDIDO E
      ** SEQUENCIA (TROCA DE VIZINHOS EM PASSADAS SUCESSIVAS, COMO
      ** NO RANKING DO PROGRNKB).
      **************************************************************
       0400-PASSADA-ORDENACAO.

           PERFORM 0410-COMPARAR-EMBARQUES
               VARYING WRK-CRG-ORD-J FROM 1 BY 1
               UNTIL WRK-CRG-ORD-J >= WRK-TAB-CRG-QTD.

       0410-COMPARAR-EMBARQUES.

           MOVE 'N' TO WRK-TROCAR-SW.
           IF TAB-CRG-ORDEM(WRK-CRG-ORD-J) >
               TAB-CRG-ORDEM(WRK-CRG-ORD-J + 1)
               SET WRK-TROCAR TO TRUE
           END-IF.
           IF WRK-TROCAR
               MOVE TAB-CRG(WRK-CRG-ORD-J)     TO WRK-CRG-TROCA
               MOVE TAB-CRG(WRK-CRG-ORD-J + 1)
                   TO TAB-CRG(WRK-CRG-ORD-J)
               MOVE WRK-CRG-TROCA TO TAB-CRG(WRK-CRG-ORD-J + 1)
           END-IF.

      **************************************************************
      ** MONTAGEM: TROCA DE TRANSPORTADORA OU UF FECHA A CARGA. NO
      ** PRIMEIRO VOLUME DE UM PEDIDO (NOVA PARADA) O PEDIDO
      ** INTEIRO TEM DE CABER NO QUE SOBROU DA CARGA; NOS VOLUMES
      ** SEGUINTES (PEDIDO MAIOR QUE O VEICULO) A CONFERENCIA E
      ** VOLUME A VOLUME.
      **************************************************************
       0500-MONTAR-CARGAS.

           MOVE 'N' TO WRK-CARGA-ABERTA-SW.
           PERFORM 0510-ALOCAR-VOLUME
               VARYING WRK-CRG-SUB FROM 1 BY 1
               UNTIL WRK-CRG-SUB > WRK-TAB-CRG-QTD.
           IF WRK-CARGA-ABERTA
               PERFORM 0540-FECHAR-CARGA
           END-IF.

       0510-ALOCAR-VOLUME.

           MOVE 'N' TO WRK-NOVA-PARADA-SW.
           IF WRK-CRG-SUB = 1
               SET WRK-NOVA-PARADA TO TRUE
           ELSE
               IF TAB-CRG-TRANSP(WRK-CRG-SUB)
                   NOT = TAB-CRG-TRANSP(WRK-CRG-SUB - 1)
                   OR TAB-CRG-UF(WRK-CRG-SUB)
                   NOT = TAB-CRG-UF(WRK-CRG-SUB - 1)
                   OR TAB-CRG-PEDIDO(WRK-CRG-SUB)
                   NOT = TAB-CRG-PEDIDO(WRK-CRG-SUB - 1)
                   SET WRK-NOVA-PARADA TO TRUE
               END-IF
           END-IF.

           IF WRK-CARGA-ABERTA
               IF TAB-CRG-TRANSP(WRK-CRG-SUB)
                   NOT = TAB-CGA-TRANSP(WRK-TAB-CGA-QTD)
                   OR TAB-CRG-UF(WRK-CRG-SUB)
                   NOT = TAB-CGA-UF(WRK-TAB-CGA-QTD)
                   PERFORM 0540-FECHAR-CARGA
               END-IF
           END-IF.

           IF WRK-CARGA-ABERTA
               IF WRK-NOVA-PARADA
                   PERFORM 0520-SOMAR-PEDIDO
               ELSE
                   MOVE TAB-CRG-PESO(WRK-CRG-SUB)    TO WRK-PED-PESO
                   MOVE TAB-CRG-CUBAGEM(WRK-CRG-SUB) TO WRK-PED-CUBAGEM
               END-IF
               IF TAB-CGA-PESO(WRK-TAB-CGA-QTD) + WRK-PED-PESO
                   > WRK-PESO-LIMITE
                   OR TAB-CGA-CUBAGEM(WRK-TAB-CGA-QTD)
                   + WRK-PED-CUBAGEM > WRK-CUBAGEM-LIMITE
                   PERFORM 0540-FECHAR-CARGA
               END-IF
           END-IF.

           IF NOT WRK-CARGA-ABERTA
               PERFORM 0530-ABRIR-CARGA
               SET WRK-NOVA-PARADA TO TRUE
           END-IF.

           IF WRK-NOVA-PARADA
               ADD 1 TO TAB-CGA-PARADAS(WRK-TAB-CGA-QTD)
           END-IF.
           IF TAB-CRG-PESO(WRK-CRG-SUB) > WRK-PESO-LIMITE
               OR TAB-CRG-CUBAGEM(WRK-CRG-SUB) > WRK-CUBAGEM-LIMITE
               SET TAB-CGA-EXCEDE(WRK-TAB-CGA-QTD) TO TRUE
           END-IF.

           MOVE TAB-CGA-NUMERO(WRK-TAB-CGA-QTD)
               TO TAB-CRG-CARGA(WRK-CRG-SUB).
           MOVE TAB-CGA-PARADAS(WRK-TAB-CGA-QTD)
               TO TAB-CRG-PARADA(WRK-CRG-SUB).
           MOVE WRK-CRG-SUB TO TAB-CGA-FIM(WRK-TAB-CGA-QTD).
           ADD 1 TO TAB-CGA-VOLUMES(WRK-TAB-CGA-QTD).
           ADD TAB-CRG-PESO(WRK-CRG-SUB)
               TO TAB-CGA-PESO(WRK-TAB-CGA-QTD).
           ADD TAB-CRG-CUBAGEM(WRK-CRG-SUB)
               TO TAB-CGA-CUBAGEM(WRK-TAB-CGA-QTD).
           ADD TAB-CRG-VALOR(WRK-CRG-SUB)
               TO TAB-CGA-VALOR(WRK-TAB-CGA-QTD).

      **************************************************************
      ** PESO E CUBAGEM DO PEDIDO INTEIRO, A PARTIR DO SEU PRIMEIRO
      ** VOLUME (OS VOLUMES DO PEDIDO FICAM JUNTOS NA ORDENACAO).
      **************************************************************
       0520-SOMAR-PEDIDO.

           MOVE ZEROS TO WRK-PED-PESO.
           MOVE ZEROS TO WRK-PED-CUBAGEM.
           MOVE 'N'   TO WRK-PEDIDO-FIM-SW.
           PERFORM 0521-SOMAR-VOLUME-PEDIDO
               VARYING WRK-CRG-AUX FROM WRK-CRG-SUB BY 1
               UNTIL WRK-CRG-AUX > WRK-TAB-CRG-QTD
                  OR WRK-PEDIDO-FIM.

       0521-SOMAR-VOLUME-PEDIDO.

           IF TAB-CRG-TRANSP(WRK-CRG-AUX) = TAB-CRG-TRANSP(WRK-CRG-SUB)
               AND TAB-CRG-UF(WRK-CRG-AUX) = TAB-CRG-UF(WRK-CRG-SUB)
               AND TAB-CRG-PEDIDO(WRK-CRG-AUX)
                   = TAB-CRG-PEDIDO(WRK-CRG-SUB)
               ADD TAB-CRG-PESO(WRK-CRG-AUX)    TO WRK-PED-PESO
               ADD TAB-CRG-CUBAGEM(WRK-CRG-AUX) TO WRK-PED-CUBAGEM
           ELSE
               SET WRK-PEDIDO-FIM TO TRUE
           END-IF.

       0530-ABRIR-CARGA.

           ADD 1 TO WRK-TAB-CGA-QTD.
           ADD 1 TO WRK-ULTIMA-CARGA.
           MOVE WRK-ULTIMA-CARGA TO TAB-CGA-NUMERO(WRK-TAB-CGA-QTD).
           MOVE TAB-CRG-TRANSP(WRK-CRG-SUB)
               TO TAB-CGA-TRANSP(WRK-TAB-CGA-QTD).
           MOVE TAB-CRG-UF(WRK-CRG-SUB)
               TO TAB-CGA-UF(WRK-TAB-CGA-QTD).
           MOVE ZEROS       TO TAB-CGA-VEICULO(WRK-TAB-CGA-QTD).
           MOVE WRK-CRG-SUB TO TAB-CGA-INICIO(WRK-TAB-CGA-QTD).
           MOVE WRK-CRG-SUB TO TAB-CGA-FIM(WRK-TAB-CGA-QTD).
           MOVE ZEROS       TO TAB-CGA-PARADAS(WRK-TAB-CGA-QTD).
           MOVE ZEROS       TO TAB-CGA-VOLUMES(WRK-TAB-CGA-QTD).
           MOVE ZEROS       TO TAB-CGA-PESO(WRK-TAB-CGA-QTD).
           MOVE ZEROS       TO TAB-CGA-CUBAGEM(WRK-TAB-CGA-QTD).
           MOVE ZEROS       TO TAB-CGA-VALOR(WRK-TAB-CGA-QTD).
           MOVE 'N'         TO TAB-CGA-EXCEDE-SW(WRK-TAB-CGA-QTD).
           SET WRK-CARGA-ABERTA TO TRUE.

      **************************************************************
      ** FECHAMENTO DA CARGA: O VEICULO INDICADO E O PRIMEIRO TIPO
      ** (O MENOR) QUE COMPORTA O PESO E A CUBAGEM DELA; NENHUM
      ** COMPORTANDO, FICA O MAIOR COM A CARGA MARCADA EM EXCESSO.
      **************************************************************
       0540-FECHAR-CARGA.

           SET VEI-IDX TO 1.
           SEARCH TAB-VEI
               AT END
                   MOVE WRK-TAB-VEI-QTD
                       TO TAB-CGA-VEICULO(WRK-TAB-CGA-QTD)
                   SET TAB-CGA-EXCEDE(WRK-TAB-CGA-QTD) TO TRUE
               WHEN TAB-VEI-PESO-MAX(VEI-IDX)
                   >= TAB-CGA-PESO(WRK-TAB-CGA-QTD)
                   AND TAB-VEI-CUBAGEM-MAX(VEI-IDX)
                   >= TAB-CGA-CUBAGEM(WRK-TAB-CGA-QTD)
                   SET TAB-CGA-VEICULO(WRK-TAB-CGA-QTD) TO VEI-IDX
           END-SEARCH.
           IF TAB-CGA-EXCEDE(WRK-TAB-CGA-QTD)
               ADD 1 TO WRK-QTD-EXCEDIDAS
           END-IF.
           MOVE 'N' TO WRK-CARGA-ABERTA-SW.

      **************************************************************
      ** GRAVACAO DO NUMERO DA CARGA EM CADA EMBARQUE CONSOLIDADO.
      **************************************************************
       0600-GRAVAR-CARGA-EMBARQUE.

           MOVE WRK-LOTECAB-DATA TO EMB-DATA-DESPACHO.
           MOVE TAB-CRG-SEQUENCIA(WRK-CRG-SUB) TO EMB-SEQUENCIA.
           READ EMBARQUE-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-NAO-GRAVADOS
               NOT INVALID KEY
                   MOVE TAB-CRG-CARGA(WRK-CRG-SUB) TO EMB-CARGA
                   REWRITE EMBARQUE-REG
                       INVALID KEY
                           ADD 1 TO WRK-QTD-NAO-GRAVADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-GRAVADOS
                   END-REWRITE
           END-READ.

      **************************************************************
      ** ROMANEIO: UMA PAGINA POR CARGA, COM O VEICULO, AS PARADAS
      ** NA ORDEM DE ENTREGA E O VALOR DECLARADO PARA O SEGURO, E O
      ** RESUMO DA EXECUCAO NO FIM.
      **************************************************************
       0700-IMPRIMIR-ROMANEIOS.

           OPEN OUTPUT ROMANEIO-FILE.
           MOVE 'PROGCRGB' TO WRK-CAB-PROGRAMA.
           MOVE 'ROMANEIO DE CARGA' TO WRK-CAB-TITULO.
           MOVE ZEROS      TO WRK-CAB-PAGINA.

           IF WRK-TAB-CGA-QTD = ZEROS
               ADD 1 TO WRK-CAB-PAGINA
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE ROMANEIO-LINHA FROM WRK-CAB-LINHA1
               WRITE ROMANEIO-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO ROMANEIO-LINHA
               WRITE ROMANEIO-LINHA
               MOVE 'NENHUM EMBARQUE DO DIA A CONSOLIDAR.'
                   TO ROMANEIO-LINHA
               WRITE ROMANEIO-LINHA
           ELSE
               PERFORM 0710-IMPRIMIR-CARGA
                   VARYING WRK-CGA-SUB FROM 1 BY 1
                   UNTIL WRK-CGA-SUB > WRK-TAB-CGA-QTD
           END-IF.

           PERFORM 0790-IMPRIMIR-RESUMO.
           CLOSE ROMANEIO-FILE.

       0710-IMPRIMIR-CARGA.

           ADD 1 TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE ROMANEIO-LINHA FROM WRK-CAB-LINHA1.
           WRITE ROMANEIO-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.

           MOVE TAB-CGA-TRANSP(WRK-CGA-SUB) TO WRK-TRP-CODIGO.
           PERFORM 7910-BUSCAR-TRANSPORTADORA.
           IF NOT WRK-TRP-ACHOU
               MOVE 'NAO CADASTRADA' TO WRK-TRP-NOME
           END-IF.
           MOVE SPACES TO ROMANEIO-LINHA.
           STRING 'CARGA ' DELIMITED BY SIZE
               WRK-LOTECAB-DATA DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               TAB-CGA-NUMERO(WRK-CGA-SUB) DELIMITED BY SIZE
               '  TRANSPORTADORA ' DELIMITED BY SIZE
               TAB-CGA-TRANSP(WRK-CGA-SUB) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-TRP-NOME DELIMITED BY SIZE
               '  UF ' DELIMITED BY SIZE
               TAB-CGA-UF(WRK-CGA-SUB) DELIMITED BY SIZE
               INTO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.

           SET VEI-IDX TO TAB-CGA-VEICULO(WRK-CGA-SUB).
           MOVE TAB-CGA-PESO(WRK-CGA-SUB)    TO WRK-PESO-ED.
           MOVE TAB-VEI-PESO-MAX(VEI-IDX)    TO WRK-PESO-MAX-ED.
           MOVE TAB-CGA-CUBAGEM(WRK-CGA-SUB) TO WRK-CUBAGEM-ED.
           MOVE TAB-VEI-CUBAGEM-MAX(VEI-IDX) TO WRK-CUBAGEM-MAX-ED.
           MOVE SPACES TO ROMANEIO-LINHA.
           STRING 'VEICULO ' DELIMITED BY SIZE
               TAB-VEI-TIPO(VEI-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TAB-VEI-DESCRICAO(VEI-IDX) DELIMITED BY SIZE
               '  PESO ' DELIMITED BY SIZE
               WRK-PESO-ED DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WRK-PESO-MAX-ED DELIMITED BY SIZE
               ' KG  CUBAGEM ' DELIMITED BY SIZE
               WRK-CUBAGEM-ED DELIMITED BY SIZE
               ' DE ' DELIMITED BY SIZE
               WRK-CUBAGEM-MAX-ED DELIMITED BY SIZE
               ' M3' DELIMITED BY SIZE
               INTO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.

           MOVE SPACES TO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           MOVE SPACES TO ROMANEIO-LINHA.
           STRING 'PAR  PEDIDO  CLIENTE            DIST (KM)  SEQ   '
               DELIMITED BY SIZE
               'PRODUTO                PESO KG  CUB M3   VALOR DECL'
               DELIMITED BY SIZE
               INTO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.

           MOVE ZEROS TO WRK-PARADA-IMPRESSA.
           PERFORM 0720-IMPRIMIR-VOLUME
               VARYING WRK-CRG-SUB FROM TAB-CGA-INICIO(WRK-CGA-SUB)
               BY 1 UNTIL WRK-CRG-SUB > TAB-CGA-FIM(WRK-CGA-SUB).

           MOVE SPACES TO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           MOVE TAB-CGA-VOLUMES(WRK-CGA-SUB) TO WRK-QTD-ED.
           MOVE SPACES TO ROMANEIO-LINHA.
           STRING 'PARADAS: ' DELIMITED BY SIZE
               TAB-CGA-PARADAS(WRK-CGA-SUB) DELIMITED BY SIZE
               '  VOLUMES: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           MOVE TAB-CGA-VALOR(WRK-CGA-SUB) TO WRK-VALOR-ED.
           MOVE SPACES TO ROMANEIO-LINHA.
           STRING 'VALOR DECLARADO DA CARGA (SEGURO): '
               DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           IF TAB-CGA-EXCEDE(WRK-CGA-SUB)
               MOVE SPACES TO ROMANEIO-LINHA
               STRING '*** VOLUME ACIMA DA CAPACIDADE DO MAIOR '
                   DELIMITED BY SIZE
                   'VEICULO - PROVIDENCIAR VEICULO DEDICADO ***'
                   DELIMITED BY SIZE
                   INTO ROMANEIO-LINHA
               WRITE ROMANEIO-LINHA
           END-IF.

           ADD TAB-CGA-VALOR(WRK-CGA-SUB) TO WRK-TOT-VALOR.

      **************************************************************
      ** VOLUME DO ROMANEIO: A PARADA (PEDIDO, CLIENTE E DISTANCIA)
      ** SAI SO NO PRIMEIRO VOLUME DELA.
      **************************************************************
       0720-IMPRIMIR-VOLUME.

           IF TAB-CRG-PARADA(WRK-CRG-SUB) NOT = WRK-PARADA-IMPRESSA
               MOVE TAB-CRG-PARADA(WRK-CRG-SUB)    TO WRK-LV-PARADA
               MOVE TAB-CRG-PEDIDO(WRK-CRG-SUB)    TO WRK-LV-PEDIDO
               MOVE TAB-CRG-CLIENTE(WRK-CRG-SUB)   TO WRK-DOC-CHAVE
               PERFORM 7955-FORMATAR-DOC-MASCARADO
               MOVE WRK-DOC-FORMATADO              TO WRK-LV-CLIENTE
               MOVE TAB-CRG-DISTANCIA(WRK-CRG-SUB) TO WRK-LV-DISTANCIA
               MOVE TAB-CRG-PARADA(WRK-CRG-SUB) TO WRK-PARADA-IMPRESSA
           ELSE
               MOVE SPACES TO WRK-LV-PARADA-AREA
           END-IF.
           MOVE TAB-CRG-SEQUENCIA(WRK-CRG-SUB) TO WRK-LV-SEQUENCIA.
           MOVE TAB-CRG-PRODUTO(WRK-CRG-SUB)   TO WRK-LV-PRODUTO.
           MOVE TAB-CRG-PESO(WRK-CRG-SUB)      TO WRK-LV-PESO.
           MOVE TAB-CRG-CUBAGEM(WRK-CRG-SUB)   TO WRK-LV-CUBAGEM.
           MOVE TAB-CRG-VALOR(WRK-CRG-SUB)     TO WRK-LV-VALOR.
           WRITE ROMANEIO-LINHA FROM WRK-LINHA-VOLUME.

       0790-IMPRIMIR-RESUMO.

           MOVE SPACES TO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           MOVE '=== RESUMO DA MONTAGEM DE CARGAS ==='
               TO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO ROMANEIO-LINHA.
           STRING 'CARGAS MONTADAS: ' DELIMITED BY SIZE
               WRK-TAB-CGA-QTD DELIMITED BY SIZE
               '  VOLUMES: ' DELIMITED BY SIZE
               WRK-TAB-CRG-QTD DELIMITED BY SIZE
               '  VALOR DECLARADO: ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           MOVE SPACES TO ROMANEIO-LINHA.
           STRING 'CARGAS ACIMA DA CAPACIDADE DO MAIOR VEICULO: '
               DELIMITED BY SIZE
               WRK-QTD-EXCEDIDAS DELIMITED BY SIZE
               INTO ROMANEIO-LINHA.
           WRITE ROMANEIO-LINHA.
           IF WRK-QTD-FORA-TABELA > ZEROS
               MOVE SPACES TO ROMANEIO-LINHA
               STRING 'EMBARQUES NAO CONSOLIDADOS (LIMITE DE 2000): '
                   DELIMITED BY SIZE
                   WRK-QTD-FORA-TABELA DELIMITED BY SIZE
                   INTO ROMANEIO-LINHA
               WRITE ROMANEIO-LINHA
           END-IF.
           IF WRK-QTD-NAO-GRAVADOS > ZEROS
               MOVE SPACES TO ROMANEIO-LINHA
               STRING 'EMBARQUES SEM A CARGA GRAVADA: '
                   DELIMITED BY SIZE
                   WRK-QTD-NAO-GRAVADOS DELIMITED BY SIZE
                   INTO ROMANEIO-LINHA
               WRITE ROMANEIO-LINHA
           END-IF.

      **************************************************************
      ** CARGA DA TABELA DE TIPOS DE VEICULO (VEICTAB), NA ORDEM DO
      ** ARQUIVO (DO MENOR PARA O MAIOR, VER CPYVEIFD).
      **************************************************************
       8000-CARREGAR-VEICULOS.

           MOVE 'N' TO WRK-VEICTAB-FIM-SW.
           MOVE 0   TO WRK-TAB-VEI-QTD.
           OPEN INPUT VEICTAB-FILE.
           IF WRK-VEICTAB-STATUS = '35'
               CONTINUE
           ELSE
               READ VEICTAB-FILE
                   AT END SET WRK-VEICTAB-FIM TO TRUE
               END-READ
               PERFORM 8010-LER-VEICULO UNTIL WRK-VEICTAB-FIM
               CLOSE VEICTAB-FILE
           END-IF.

       8010-LER-VEICULO.

           IF WRK-TAB-VEI-QTD < 10
               ADD 1 TO WRK-TAB-VEI-QTD
               MOVE VEI-TIPO      TO TAB-VEI-TIPO(WRK-TAB-VEI-QTD)
               MOVE VEI-DESCRICAO TO TAB-VEI-DESCRICAO(WRK-TAB-VEI-QTD)
               MOVE VEI-PESO-MAX  TO TAB-VEI-PESO-MAX(WRK-TAB-VEI-QTD)
               MOVE VEI-CUBAGEM-MAX
                   TO TAB-VEI-CUBAGEM-MAX(WRK-TAB-VEI-QTD)
           END-IF.
           READ VEICTAB-FILE
               AT END SET WRK-VEICTAB-FIM TO TRUE
           END-READ.

       COPY CPYTRPPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
