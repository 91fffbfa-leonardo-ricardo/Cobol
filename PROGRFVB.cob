       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRFVB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: SEGMENTACAO MENSAL DOS CLIENTES PELO
      **    COMPORTAMENTO DE COMPRA (RECENCIA, FREQUENCIA E VALOR).
      **    PARA CADA CLIENTE ATIVO DO CADASTRO (CLIENTE), A PARTIR
      **    DO REGISTRO DE FATURAS (FATREG, HISTORICO ACUMULADO DE
      **    TODAS AS FATURAS EMITIDAS PELO PROGFATB), CALCULA OS
      **    DIAS DESDE A ULTIMA COMPRA, A QUANTIDADE DE COMPRAS E O
      **    VALOR COMPRADO NOS ULTIMOS 12 MESES ATE A DATA DO LOTE,
      **    DA UMA NOTA DE 1 A 5 A CADA UM DOS TRES E CLASSIFICA O
      **    CLIENTE EM UM SEGMENTO:
      **    - NOVO: PRIMEIRA COMPRA HA ATE 90 DIAS;
      **    - PERDIDO: SEM COMPRA HA MAIS DE 365 DIAS;
      **    - EM RISCO: SEM COMPRA HA MAIS DE 90 DIAS;
      **    - CAMPEAO: RECENCIA 4 OU 5 E FREQUENCIA + VALOR >= 8;
      **    - REGULAR: OS DEMAIS COM COMPRA;
      **    - SEM COMPRA: CLIENTE QUE NUNCA FATUROU.
      **    O VENDEDOR DO CLIENTE E O DO SEU PEDIDO DE VENDA MAIS
      **    RECENTE (PEDVENDA). SAEM O RELATORIO POR SEGMENTO
      **    (RFVREL), O CSV POR SEGMENTO (RFVCSV) E A LISTA DOS
      **    CLIENTES EM RISCO (RFVRISCO), QUE A MALA DIRETA
      **    (PROGMALA) ACEITA COMO LISTA DE SELECAO PARA A
      **    CAMPANHA DE REATIVACAO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCLISL.
           COPY CPYPDVSL.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATREG-STATUS.
           SELECT RFVREL-FILE ASSIGN TO "RFVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RFVREL-STATUS.
           SELECT RFVCSV-FILE ASSIGN TO "RFVCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RFVCSV-STATUS.
           SELECT RFVRISCO-FILE ASSIGN TO "RFVRISCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RFVRISCO-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCLIFD.
       COPY CPYPDVFD.

       FD  FATREG-FILE.
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01).
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01).
           05  FRG-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  FRG-QTD-ITENS      PIC 9(03).
           05  FILLER             PIC X(01).
           05  FRG-TOTAL          PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  FRG-UF             PIC X(02).
           05  FILLER             PIC X(01).
           05  FRG-ICMS           PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  FRG-PROTOCOLO      PIC X(15).
           05  FILLER             PIC X(01).
           05  FRG-SIT-FISCAL     PIC X(01).
               88  FRG-FISCAL-PENDENTE        VALUE 'P'.
               88  FRG-FISCAL-AUTORIZADA      VALUE 'A'.
               88  FRG-FISCAL-REJEITADA       VALUE 'R'.

       FD  RFVREL-FILE.
       01  RFVREL-LINHA           PIC X(120).

       FD  RFVCSV-FILE.
       01  RFVCSV-LINHA           PIC X(160).

      **************************************************************
      ** LISTA DE SELECAO PARA A MALA DIRETA: A CHAVE DO CLIENTE
      ** (TIPO DE PESSOA + CPF/CNPJ, COMO CLI-CHAVE) NAS 15
      ** PRIMEIRAS POSICOES; O NOME SO PARA CONFERENCIA.
      **************************************************************
       FD  RFVRISCO-FILE.
       01  RFVRISCO-REG.
           05  RSC-CLIENTE.
               10  RSC-TIPO-PESSOA PIC X(01).
               10  RSC-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01).
           05  RSC-NOME           PIC X(20).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FATREG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RFVREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RFVCSV-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RFVRISCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-PDV-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-PDV-FIM                    VALUE 'S'.
       77  WRK-CARGA-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-CARGA-FIM                  VALUE 'S'.
       77  WRK-CLIENTE-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO             VALUE 'S'.
       77  WRK-FATREG-ABERTO-SW   PIC X(01) VALUE 'N'.
           88  WRK-FATREG-ABERTO              VALUE 'S'.
       77  WRK-PEDVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PEDVENDA-ABERTO            VALUE 'S'.
       77  WRK-JANELA-INICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-CLIENTE       PIC 9(05) VALUE ZEROS.
       77  WRK-RFV-SUB            PIC 9(05) VALUE ZEROS.
       77  WRK-SEG-SUB            PIC 9(01) VALUE ZEROS.
       77  WRK-QTD-FATURAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RISCO          PIC 9(05) VALUE ZEROS.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
      **************************************************************
      ** FAIXAS DAS NOTAS (5 A 2; ABAIXO DA ULTIMA FAIXA A NOTA E
      ** 1) E DOS SEGMENTOS, EM DIAS, COMPRAS E REAIS.
      **************************************************************
       77  WRK-REC-FAIXA-5        PIC 9(05) VALUE 30.
       77  WRK-REC-FAIXA-4        PIC 9(05) VALUE 60.
       77  WRK-REC-FAIXA-3        PIC 9(05) VALUE 90.
       77  WRK-REC-FAIXA-2        PIC 9(05) VALUE 180.
       77  WRK-FRQ-FAIXA-5        PIC 9(05) VALUE 12.
       77  WRK-FRQ-FAIXA-4        PIC 9(05) VALUE 6.
       77  WRK-FRQ-FAIXA-3        PIC 9(05) VALUE 3.
       77  WRK-FRQ-FAIXA-2        PIC 9(05) VALUE 2.
       77  WRK-VLR-FAIXA-5        PIC 9(09)V99 VALUE 50000,00.
       77  WRK-VLR-FAIXA-4        PIC 9(09)V99 VALUE 20000,00.
       77  WRK-VLR-FAIXA-3        PIC 9(09)V99 VALUE 5000,00.
       77  WRK-VLR-FAIXA-2        PIC 9(09)V99 VALUE 1000,00.
       77  WRK-DIAS-NOVO          PIC 9(05) VALUE 90.
       77  WRK-DIAS-RISCO         PIC 9(05) VALUE 90.
       77  WRK-DIAS-PERDIDO       PIC 9(05) VALUE 365.
      **************************************************************
      ** CLIENTES ATIVOS, NA ORDEM DA CHAVE DO CADASTRO, COM O
      ** ACUMULADO DAS FATURAS E O VENDEDOR DO ULTIMO PEDIDO.
      **************************************************************
       77  WRK-TAB-RFV-QTD        PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05  TAB-RFV OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TAB-RFV-QTD
                   INDEXED BY RFV-IDX.
               10  TAB-RFV-CLIENTE    PIC X(15).
               10  TAB-RFV-NOME       PIC X(20).
               10  TAB-RFV-PRIMEIRA   PIC 9(08).
               10  TAB-RFV-ULTIMA     PIC 9(08).
               10  TAB-RFV-QTD-12M    PIC 9(05).
               10  TAB-RFV-VALOR-12M  PIC 9(11)V99.
               10  TAB-RFV-CODVENDEDOR PIC 9(04).
               10  TAB-RFV-VENDEDOR   PIC X(30).
               10  TAB-RFV-DATA-VENDEDOR PIC 9(08).
               10  TAB-RFV-DIAS       PIC 9(05).
               10  TAB-RFV-NOTA-R     PIC 9(01).
               10  TAB-RFV-NOTA-F     PIC 9(01).
               10  TAB-RFV-NOTA-V     PIC 9(01).
               10  TAB-RFV-SEGMENTO   PIC X(01).
       01  WRK-SEGMENTOS-DEF.
           05  FILLER             PIC X(13) VALUE 'CCAMPEAO'.
           05  FILLER             PIC X(13) VALUE 'GREGULAR'.
           05  FILLER             PIC X(13) VALUE 'NNOVO'.
           05  FILLER             PIC X(13) VALUE 'REM RISCO'.
           05  FILLER             PIC X(13) VALUE 'PPERDIDO'.
           05  FILLER             PIC X(13) VALUE 'SSEM COMPRA'.
       01  WRK-TAB-SEGMENTOS REDEFINES WRK-SEGMENTOS-DEF.
           05  TAB-SEG OCCURS 6 TIMES.
               10  TAB-SEG-CODIGO     PIC X(01).
               10  TAB-SEG-DESCRICAO  PIC X(12).
       01  WRK-TAB-SEG-TOTAIS.
           05  TAB-SEG-TOTAL OCCURS 6 TIMES.
               10  TAB-SEG-QTD        PIC 9(05).
               10  TAB-SEG-VALOR      PIC 9(13)V99.
       01  WRK-LINHA-CLIENTE.
           05  WRK-LC-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LC-NOME        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LC-ULTIMA      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LC-DIAS        PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LC-QTD         PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LC-VALOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-NOTA-R      PIC 9(01).
           05  WRK-LC-NOTA-F      PIC 9(01).
           05  WRK-LC-NOTA-V      PIC 9(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-CODVENDEDOR PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LC-VENDEDOR    PIC X(20).
       01  WRK-LINHA-RESUMO.
           05  WRK-LR-DESCRICAO   PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-QTD         PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-VALOR       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      **************************************************************
      ** NO CSV O VALOR SAI COM PONTO DECIMAL, PORQUE A VIRGULA E O
      ** SEPARADOR DE CAMPOS.
      **************************************************************
       01  WRK-CSV-VALOR          PIC 9(11)V99 VALUE ZEROS.
       01  WRK-CSV-VALOR-R REDEFINES WRK-CSV-VALOR.
           05  WRK-CSV-VALOR-INT  PIC 9(11).
           05  WRK-CSV-VALOR-DEC  PIC 9(02).
       01  WRK-CSV-CLIENTE.
           05  WRK-CSV-TIPO-PESSOA PIC X(01).
           05  WRK-CSV-DOCUMENTO  PIC 9(14).
       77  WRK-CSV-DOC-SAIDA      PIC X(14) VALUE SPACES.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0250-PROCESSAR-PEDIDO UNTIL WRK-PDV-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** A JANELA DE 12 MESES TERMINA NA DATA DO LOTE E COMECA NO
      ** DIA SEGUINTE AO MESMO DIA DO ANO ANTERIOR. O CADASTRO DE
      ** CLIENTES E OBRIGATORIO; SEM FATREG TODOS SAEM SEM COMPRA;
      ** SEM PEDVENDA O VENDEDOR SAI EM BRANCO.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGRFVB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           COMPUTE WRK-JANELA-INICIO =
               (WRK-LOTECAB-ANO - 1) * 10000
               + WRK-LOTECAB-MES * 100 + WRK-LOTECAB-DIA.
           INITIALIZE WRK-TAB-SEG-TOTAIS.

           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLIENTE-STATUS NOT = '00'
               MOVE 'PROGRFVB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-CLIENTE-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE CLIENTES'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM     TO TRUE
               SET WRK-PDV-FIM TO TRUE
           ELSE
               SET WRK-CLIENTE-ABERTO TO TRUE
               PERFORM 0110-CARREGAR-CLIENTES

               OPEN INPUT FATREG-FILE
               IF WRK-FATREG-STATUS = '00'
                   SET WRK-FATREG-ABERTO TO TRUE
               ELSE
                   SET WRK-FIM TO TRUE
               END-IF

               OPEN INPUT PEDVENDA-FILE
               IF WRK-PEDVENDA-STATUS = '00'
                   SET WRK-PEDVENDA-ABERTO TO TRUE
                   MOVE ZEROS TO PDV-NUMERO
                   START PEDVENDA-FILE
                       KEY IS NOT LESS THAN PDV-NUMERO
                       INVALID KEY SET WRK-PDV-FIM TO TRUE
                   END-START
               ELSE
                   SET WRK-PDV-FIM TO TRUE
               END-IF
           END-IF.

       0110-CARREGAR-CLIENTES.

           MOVE 'N' TO WRK-CARGA-FIM-SW.
           MOVE LOW-VALUES TO CLI-CHAVE.
           START CLIENTE-FILE KEY IS NOT LESS THAN CLI-CHAVE
               INVALID KEY SET WRK-CARGA-FIM TO TRUE
           END-START.
           PERFORM 0120-LER-CLIENTE UNTIL WRK-CARGA-FIM.

      **************************************************************
      ** CLIENTE INATIVO NAO E SEGMENTADO. ACIMA DA CAPACIDADE DA
      ** TABELA OS CLIENTES SAO CONTADOS COMO IGNORADOS E O FATO
      ** VAI PARA O ABENDLOG E PARA O RODAPE DO RELATORIO.
      **************************************************************
       0120-LER-CLIENTE.

           READ CLIENTE-FILE NEXT RECORD
               AT END SET WRK-CARGA-FIM TO TRUE
           END-READ.
           IF NOT WRK-CARGA-FIM AND NOT CLI-INATIVO
               IF WRK-TAB-RFV-QTD < 5000
                   ADD 1 TO WRK-TAB-RFV-QTD
                   SET RFV-IDX TO WRK-TAB-RFV-QTD
                   INITIALIZE TAB-RFV(RFV-IDX)
                   MOVE CLI-CHAVE TO TAB-RFV-CLIENTE(RFV-IDX)
                   MOVE CLI-NOME  TO TAB-RFV-NOME(RFV-IDX)
               ELSE
                   IF WRK-QTD-IGNORADOS = ZEROS
                       MOVE 'PROGRFVB'         TO ABL-PROGRAMA
                       MOVE '0120-LER-CLIENTE' TO ABL-PARAGRAFO
                       MOVE WRK-CLIENTE-STATUS TO ABL-STATUS-ARQUIVO
                       MOVE 'MAIS DE 5000 CLIENTES ATIVOS - EXCEDENTE '
                           TO ABL-MENSAGEM
                       PERFORM 9900-GRAVAR-ABEND
                   END-IF
                   ADD 1 TO WRK-QTD-IGNORADOS
               END-IF
           END-IF.

      **************************************************************
      ** CADA FATURA DO FATREG CONTA PARA O SEU CLIENTE: PRIMEIRA E
      ** ULTIMA COMPRA EM TODO O HISTORICO; QUANTIDADE E VALOR SO
      ** DENTRO DA JANELA DE 12 MESES. FATURA REJEITADA PELA SEFAZ
      ** NAO E COMPRA; FATURA POSTERIOR A DATA DO LOTE (REPROCESSO
      ** DE MES ANTERIOR) TAMBEM NAO.
      **************************************************************
       0200-PROCESSAR.

           READ FATREG-FILE
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   PERFORM 0210-ACUMULAR-FATURA
           END-READ.

       0210-ACUMULAR-FATURA.

           IF NOT FRG-FISCAL-REJEITADA
               AND FRG-DATA IS NUMERIC
               AND FRG-DATA NOT > WRK-LOTECAB-DATA
               SET RFV-IDX TO 1
               SEARCH TAB-RFV
                   AT END
                       CONTINUE
                   WHEN TAB-RFV-CLIENTE(RFV-IDX) = FRG-CLIENTE
                       PERFORM 0220-SOMAR-FATURA
               END-SEARCH
           END-IF.

       0220-SOMAR-FATURA.

           ADD 1 TO WRK-QTD-FATURAS.
           IF TAB-RFV-PRIMEIRA(RFV-IDX) = ZEROS
               OR FRG-DATA < TAB-RFV-PRIMEIRA(RFV-IDX)
               MOVE FRG-DATA TO TAB-RFV-PRIMEIRA(RFV-IDX)
           END-IF.
           IF FRG-DATA > TAB-RFV-ULTIMA(RFV-IDX)
               MOVE FRG-DATA TO TAB-RFV-ULTIMA(RFV-IDX)
           END-IF.
           IF FRG-DATA > WRK-JANELA-INICIO
               ADD 1         TO TAB-RFV-QTD-12M(RFV-IDX)
               ADD FRG-TOTAL TO TAB-RFV-VALOR-12M(RFV-IDX)
           END-IF.

      **************************************************************
      ** VENDEDOR DO CLIENTE: O DO PEDIDO DE VENDA MAIS RECENTE NAO
      ** CANCELADO (EM EMPATE DE DATA, O DE NUMERO MAIOR).
      **************************************************************
       0250-PROCESSAR-PEDIDO.

           READ PEDVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-PDV-FIM TO TRUE
               NOT AT END
                   IF NOT PDV-CANCELADO
                       PERFORM 0260-ATRIBUIR-VENDEDOR
                   END-IF
           END-READ.

       0260-ATRIBUIR-VENDEDOR.

           SET RFV-IDX TO 1.
           SEARCH TAB-RFV
               AT END
                   CONTINUE
               WHEN TAB-RFV-CLIENTE(RFV-IDX) = PDV-CLIENTE
                   IF PDV-DATA-PEDIDO
                       NOT < TAB-RFV-DATA-VENDEDOR(RFV-IDX)
                       MOVE PDV-CODVENDEDOR
                           TO TAB-RFV-CODVENDEDOR(RFV-IDX)
                       MOVE PDV-VENDEDOR
                           TO TAB-RFV-VENDEDOR(RFV-IDX)
                       MOVE PDV-DATA-PEDIDO
                           TO TAB-RFV-DATA-VENDEDOR(RFV-IDX)
                   END-IF
           END-SEARCH.

       0300-FINALIZAR.

           IF WRK-CLIENTE-ABERTO
               PERFORM 0310-CLASSIFICAR-CLIENTE
                   VARYING WRK-RFV-SUB FROM 1 BY 1
                   UNTIL WRK-RFV-SUB > WRK-TAB-RFV-QTD

               OPEN OUTPUT RFVREL-FILE
               OPEN OUTPUT RFVCSV-FILE
               OPEN OUTPUT RFVRISCO-FILE
               MOVE 50 TO WRK-CAB-MAX-LINHAS
               PERFORM 0330-IMPRIMIR-CABECALHO
               MOVE SPACES TO RFVCSV-LINHA
               STRING 'DATA_BASE,SEGMENTO,TIPO_PESSOA,DOCUMENTO,'
                   DELIMITED BY SIZE
                   'NOME,ULTIMA_COMPRA,DIAS,COMPRAS_12M,VALOR_12M,'
                   DELIMITED BY SIZE
                   'NOTA_R,NOTA_F,NOTA_V,COD_VENDEDOR,VENDEDOR'
                   DELIMITED BY SIZE
                   INTO RFVCSV-LINHA
               WRITE RFVCSV-LINHA

               PERFORM 0340-LISTAR-SEGMENTO
                   VARYING WRK-SEG-SUB FROM 1 BY 1
                   UNTIL WRK-SEG-SUB > 6
               PERFORM 0370-IMPRIMIR-RESUMO

               IF WRK-FATREG-ABERTO
                   CLOSE FATREG-FILE
               END-IF
               IF WRK-PEDVENDA-ABERTO
                   CLOSE PEDVENDA-FILE
               END-IF
               CLOSE CLIENTE-FILE
               CLOSE RFVREL-FILE
               CLOSE RFVCSV-FILE
               CLOSE RFVRISCO-FILE
               DISPLAY 'PROGRFVB: CLIENTES SEGMENTADOS: '
                   WRK-TAB-RFV-QTD ' EM RISCO: ' WRK-QTD-RISCO
           END-IF.

      **************************************************************
      ** NOTAS E SEGMENTO DO CLIENTE. RECENCIA PELOS DIAS DESDE A
      ** ULTIMA COMPRA (PROGDATA, FUNCAO 'DE'); FREQUENCIA E VALOR
      ** PELO ACUMULADO DOS 12 MESES. A ORDEM DO TESTE DE SEGMENTO
      ** IMPORTA: PERDIDO ANTES DE NOVO (CLIENTE DE UMA COMPRA SO,
      ** HA MUITO TEMPO) E NOVO ANTES DE EM RISCO.
      **************************************************************
       0310-CLASSIFICAR-CLIENTE.

           SET RFV-IDX TO WRK-RFV-SUB.
           IF TAB-RFV-ULTIMA(RFV-IDX) = ZEROS
               MOVE 6 TO WRK-SEG-SUB
           ELSE
               MOVE 'DE'                    TO DTS-FUNCAO
               MOVE TAB-RFV-ULTIMA(RFV-IDX) TO DTS-DATA1
               MOVE WRK-LOTECAB-DATA        TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               IF DTS-DIAS > ZEROS
                   MOVE DTS-DIAS TO TAB-RFV-DIAS(RFV-IDX)
               END-IF
               MOVE 'DE'                      TO DTS-FUNCAO
               MOVE TAB-RFV-PRIMEIRA(RFV-IDX) TO DTS-DATA1
               MOVE WRK-LOTECAB-DATA          TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE ZEROS TO WRK-DIAS-CLIENTE
               IF DTS-DIAS > ZEROS
                   MOVE DTS-DIAS TO WRK-DIAS-CLIENTE
               END-IF
               PERFORM 0320-ATRIBUIR-NOTAS

               EVALUATE TRUE
                   WHEN TAB-RFV-DIAS(RFV-IDX) > WRK-DIAS-PERDIDO
                       MOVE 5 TO WRK-SEG-SUB
                   WHEN WRK-DIAS-CLIENTE NOT > WRK-DIAS-NOVO
                       MOVE 3 TO WRK-SEG-SUB
                   WHEN TAB-RFV-DIAS(RFV-IDX) > WRK-DIAS-RISCO
                       MOVE 4 TO WRK-SEG-SUB
                   WHEN TAB-RFV-NOTA-R(RFV-IDX) >= 4
                       AND TAB-RFV-NOTA-F(RFV-IDX)
                         + TAB-RFV-NOTA-V(RFV-IDX) >= 8
                       MOVE 1 TO WRK-SEG-SUB
                   WHEN OTHER
                       MOVE 2 TO WRK-SEG-SUB
               END-EVALUATE
           END-IF.

           MOVE TAB-SEG-CODIGO(WRK-SEG-SUB)
               TO TAB-RFV-SEGMENTO(RFV-IDX).
           ADD 1 TO TAB-SEG-QTD(WRK-SEG-SUB).
           ADD TAB-RFV-VALOR-12M(RFV-IDX) TO TAB-SEG-VALOR(WRK-SEG-SUB).

       0320-ATRIBUIR-NOTAS.

           EVALUATE TRUE
               WHEN TAB-RFV-DIAS(RFV-IDX) NOT > WRK-REC-FAIXA-5
                   MOVE 5 TO TAB-RFV-NOTA-R(RFV-IDX)
               WHEN TAB-RFV-DIAS(RFV-IDX) NOT > WRK-REC-FAIXA-4
                   MOVE 4 TO TAB-RFV-NOTA-R(RFV-IDX)
               WHEN TAB-RFV-DIAS(RFV-IDX) NOT > WRK-REC-FAIXA-3
                   MOVE 3 TO TAB-RFV-NOTA-R(RFV-IDX)
               WHEN TAB-RFV-DIAS(RFV-IDX) NOT > WRK-REC-FAIXA-2
                   MOVE 2 TO TAB-RFV-NOTA-R(RFV-IDX)
               WHEN OTHER
                   MOVE 1 TO TAB-RFV-NOTA-R(RFV-IDX)
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TAB-RFV-QTD-12M(RFV-IDX) >= WRK-FRQ-FAIXA-5
                   MOVE 5 TO TAB-RFV-NOTA-F(RFV-IDX)
               WHEN TAB-RFV-QTD-12M(RFV-IDX) >= WRK-FRQ-FAIXA-4
                   MOVE 4 TO TAB-RFV-NOTA-F(RFV-IDX)
               WHEN TAB-RFV-QTD-12M(RFV-IDX) >= WRK-FRQ-FAIXA-3
                   MOVE 3 TO TAB-RFV-NOTA-F(RFV-IDX)
               WHEN TAB-RFV-QTD-12M(RFV-IDX) >= WRK-FRQ-FAIXA-2
                   MOVE 2 TO TAB-RFV-NOTA-F(RFV-IDX)
               WHEN OTHER
                   MOVE 1 TO TAB-RFV-NOTA-F(RFV-IDX)
           END-EVALUATE.

           EVALUATE TRUE
               WHEN TAB-RFV-VALOR-12M(RFV-IDX) >= WRK-VLR-FAIXA-5
                   MOVE 5 TO TAB-RFV-NOTA-V(RFV-IDX)
               WHEN TAB-RFV-VALOR-12M(RFV-IDX) >= WRK-VLR-FAIXA-4
                   MOVE 4 TO TAB-RFV-NOTA-V(RFV-IDX)
               WHEN TAB-RFV-VALOR-12M(RFV-IDX) >= WRK-VLR-FAIXA-3
                   MOVE 3 TO TAB-RFV-NOTA-V(RFV-IDX)
               WHEN TAB-RFV-VALOR-12M(RFV-IDX) >= WRK-VLR-FAIXA-2
                   MOVE 2 TO TAB-RFV-NOTA-V(RFV-IDX)
               WHEN OTHER
                   MOVE 1 TO TAB-RFV-NOTA-V(RFV-IDX)
           END-EVALUATE.

       0330-IMPRIMIR-CABECALHO.

           ADD 1 TO WRK-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO RFVREL-LINHA
               WRITE RFVREL-LINHA BEFORE ADVANCING PAGE
           END-IF.
           MOVE 'PROGRFVB'                   TO WRK-CAB-PROGRAMA.
           MOVE 'SEGMENTACAO DE CLIENTES RFV' TO WRK-CAB-TITULO.
           MOVE WRK-PAGINA                   TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE RFVREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE RFVREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO RFVREL-LINHA.
           STRING 'COMPRAS E VALOR DE ' DELIMITED BY SIZE
               WRK-JANELA-INICIO       DELIMITED BY SIZE
               ' (EXCL.) A '           DELIMITED BY SIZE
               WRK-LOTECAB-DATA        DELIMITED BY SIZE
               '   NOTAS R/F/V DE 1 A 5' DELIMITED BY SIZE
               INTO RFVREL-LINHA.
           WRITE RFVREL-LINHA.
           MOVE SPACES TO RFVREL-LINHA.
           STRING 'DOCUMENTO          NOME                 ULT.COMPRA '
               DELIMITED BY SIZE
               ' DIAS  QTD       VALOR 12M  RFV  VENDEDOR'
               DELIMITED BY SIZE
               INTO RFVREL-LINHA.
           WRITE RFVREL-LINHA.

      **************************************************************
      ** UM BLOCO DO RELATORIO E DO CSV POR SEGMENTO. OS CLIENTES
      ** EM RISCO VAO TAMBEM PARA A LISTA DE SELECAO DA MALA
      ** DIRETA (RFVRISCO).
      **************************************************************
       0340-LISTAR-SEGMENTO.

           MOVE SPACES TO RFVREL-LINHA.
           WRITE RFVREL-LINHA.
           MOVE SPACES TO RFVREL-LINHA.
           STRING '--- ' DELIMITED BY SIZE
               TAB-SEG-DESCRICAO(WRK-SEG-SUB) DELIMITED BY '  '
               ' ---'    DELIMITED BY SIZE
               INTO RFVREL-LINHA.
           WRITE RFVREL-LINHA.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.

           IF TAB-SEG-QTD(WRK-SEG-SUB) = ZEROS
               MOVE '  NENHUM CLIENTE NO SEGMENTO.' TO RFVREL-LINHA
               WRITE RFVREL-LINHA
               PERFORM 0910-CONTROLAR-LINHA-PAGINA
           ELSE
               PERFORM 0350-LISTAR-CLIENTE
                   VARYING WRK-RFV-SUB FROM 1 BY 1
                   UNTIL WRK-RFV-SUB > WRK-TAB-RFV-QTD
           END-IF.

       0350-LISTAR-CLIENTE.

           SET RFV-IDX TO WRK-RFV-SUB.
           IF TAB-RFV-SEGMENTO(RFV-IDX) = TAB-SEG-CODIGO(WRK-SEG-SUB)
               IF WRK-CAB-QUEBROU
                   PERFORM 0330-IMPRIMIR-CABECALHO
               END-IF
               MOVE TAB-RFV-CLIENTE(RFV-IDX) TO WRK-DOC-CHAVE
               PERFORM 7955-FORMATAR-DOC-MASCARADO
               MOVE WRK-DOC-FORMATADO           TO WRK-LC-DOCUMENTO
               MOVE TAB-RFV-NOME(RFV-IDX)       TO WRK-LC-NOME
               MOVE TAB-RFV-ULTIMA(RFV-IDX)     TO WRK-LC-ULTIMA
               MOVE TAB-RFV-DIAS(RFV-IDX)       TO WRK-LC-DIAS
               MOVE TAB-RFV-QTD-12M(RFV-IDX)    TO WRK-LC-QTD
               MOVE TAB-RFV-VALOR-12M(RFV-IDX)  TO WRK-LC-VALOR
               MOVE TAB-RFV-NOTA-R(RFV-IDX)     TO WRK-LC-NOTA-R
               MOVE TAB-RFV-NOTA-F(RFV-IDX)     TO WRK-LC-NOTA-F
               MOVE TAB-RFV-NOTA-V(RFV-IDX)     TO WRK-LC-NOTA-V
               MOVE TAB-RFV-CODVENDEDOR(RFV-IDX)
                   TO WRK-LC-CODVENDEDOR
               MOVE TAB-RFV-VENDEDOR(RFV-IDX)   TO WRK-LC-VENDEDOR
               WRITE RFVREL-LINHA FROM WRK-LINHA-CLIENTE
               PERFORM 0910-CONTROLAR-LINHA-PAGINA
               PERFORM 0360-GRAVAR-CSV
               IF TAB-SEG-CODIGO(WRK-SEG-SUB) = 'R'
                   MOVE SPACES TO RFVRISCO-REG
                   MOVE TAB-RFV-CLIENTE(RFV-IDX) TO RSC-CLIENTE
                   MOVE TAB-RFV-NOME(RFV-IDX)    TO RSC-NOME
                   WRITE RFVRISCO-REG
                   ADD 1 TO WRK-QTD-RISCO
               END-IF
           END-IF.

       0360-GRAVAR-CSV.

           MOVE TAB-RFV-CLIENTE(RFV-IDX)   TO WRK-CSV-CLIENTE.
           PERFORM 0365-MASCARAR-CSV.
           MOVE TAB-RFV-VALOR-12M(RFV-IDX) TO WRK-CSV-VALOR.
           MOVE SPACES TO RFVCSV-LINHA.
           STRING WRK-LOTECAB-DATA DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-SEG-DESCRICAO(WRK-SEG-SUB) DELIMITED BY '  '
               ','                  DELIMITED BY SIZE
               WRK-CSV-TIPO-PESSOA  DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               WRK-CSV-DOC-SAIDA    DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-NOME(RFV-IDX) DELIMITED BY '  '
               ','                  DELIMITED BY SIZE
               TAB-RFV-ULTIMA(RFV-IDX) DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-DIAS(RFV-IDX) DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-QTD-12M(RFV-IDX) DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               WRK-CSV-VALOR-INT    DELIMITED BY SIZE
               '.'                  DELIMITED BY SIZE
               WRK-CSV-VALOR-DEC    DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-NOTA-R(RFV-IDX) DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-NOTA-F(RFV-IDX) DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-NOTA-V(RFV-IDX) DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-CODVENDEDOR(RFV-IDX) DELIMITED BY SIZE
               ','                  DELIMITED BY SIZE
               TAB-RFV-VENDEDOR(RFV-IDX) DELIMITED BY '  '
               INTO RFVCSV-LINHA.
           WRITE RFVCSV-LINHA.

      **************************************************************
      ** DOCUMENTO DA LINHA DO RFVCSV: COMPLETO (DIGITOS SEM
      ** PONTUACAO) SO PARA O NIVEL AUTORIZADO (VER PROGMASC); NOS
      ** DEMAIS CASOS O CPF SAI COMO ***.999.999-**. CNPJ SAI
      ** COMPLETO.
      **************************************************************
       0365-MASCARAR-CSV.

           IF WRK-CSV-TIPO-PESSOA = 'J' OR MSK-COMPLETO
               MOVE WRK-CSV-DOCUMENTO TO WRK-CSV-DOC-SAIDA
           ELSE
               MOVE 'CP'              TO MSK-FUNCAO
               MOVE WRK-CSV-DOCUMENTO TO MSK-CPF
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-SAIDA         TO WRK-CSV-DOC-SAIDA
           END-IF.

      **************************************************************
      ** RESUMO: QUANTIDADE DE CLIENTES E VALOR DE 12 MESES POR
      ** SEGMENTO, MAIS OS CLIENTES IGNORADOS POR CAPACIDADE.
      **************************************************************
       0370-IMPRIMIR-RESUMO.

           MOVE SPACES TO RFVREL-LINHA.
           WRITE RFVREL-LINHA.
           MOVE '--- RESUMO POR SEGMENTO ---' TO RFVREL-LINHA.
           WRITE RFVREL-LINHA.
           PERFORM 0380-IMPRIMIR-LINHA-RESUMO
               VARYING WRK-SEG-SUB FROM 1 BY 1
               UNTIL WRK-SEG-SUB > 6.
           MOVE SPACES TO RFVREL-LINHA.
           STRING 'FATURAS CONSIDERADAS: ' DELIMITED BY SIZE
               WRK-QTD-FATURAS           DELIMITED BY SIZE
               INTO RFVREL-LINHA.
           WRITE RFVREL-LINHA.
           IF WRK-QTD-IGNORADOS > ZEROS
               MOVE SPACES TO RFVREL-LINHA
               STRING '*** ' DELIMITED BY SIZE
                   WRK-QTD-IGNORADOS DELIMITED BY SIZE
                   ' CLIENTE(S) ACIMA DA CAPACIDADE DE 5000 NAO '
                   DELIMITED BY SIZE
                   'SEGMENTADO(S) ***' DELIMITED BY SIZE
                   INTO RFVREL-LINHA
               WRITE RFVREL-LINHA
           END-IF.

       0380-IMPRIMIR-LINHA-RESUMO.

           MOVE TAB-SEG-DESCRICAO(WRK-SEG-SUB) TO WRK-LR-DESCRICAO.
           MOVE TAB-SEG-QTD(WRK-SEG-SUB)       TO WRK-LR-QTD.
           MOVE TAB-SEG-VALOR(WRK-SEG-SUB)     TO WRK-LR-VALOR.
           WRITE RFVREL-LINHA FROM WRK-LINHA-RESUMO.

       COPY CPYDOCPR.
       COPY CPYDMKPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
