       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAVTB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: AVALIACAO MENSAL DAS TRANSPORTADORAS. JUNTA, POR
      **    TRANSPORTADORA DO CADASTRO (TRANSP) E POR MES DE
      **    DESPACHO, OS QUATRO INDICADORES QUE HOJE FICAM
      **    ESPALHADOS EM RELATORIOS SEPARADOS:
      **    - PRAZO: ENTREGAS DENTRO DO PRAZO PROMETIDO NA PRAZOTAB
      **      (DIAS UTEIS PELO PROGDATA, FUNCAO 'UE', COMO NO
      **      PROGPRZB; EMBARQUE AINDA EM TRANSITO SO CONTA QUANDO
      **      JA PASSOU DO PRAZO);
      **    - DEVOLUCAO: EMBARQUES DO MES QUE VOLTARAM (REVERSAS);
      **    - COBRANCA: EMBARQUES COBRADOS COM DIVERGENCIA NA
      **      CONFERENCIA DO PROGFRET (DIVFRETE);
      **    - CANHOTO: COMPROVANTES DE ENTREGA BAIXADOS ATE 5 DIAS
      **      UTEIS APOS A ENTREGA (A PRIMEIRA FAIXA DO PROGPODB);
      **      CANHOTO PENDENTE SO CONTA QUANDO JA PASSOU DISSO.
      **    CADA INDICADOR VIRA UMA NOTA DE 0 A 100 E A NOTA DO MES
      **    E A MEDIA PONDERADA PELOS PESOS DA AVTCFG (PROGPARM),
      **    SO ENTRE OS INDICADORES QUE TIVERAM MOVIMENTO. SAIDAS:
      **    AVTREL, COM O QUADRO DO MES DO LOTE, A TENDENCIA CONTRA
      **    O ULTIMO MES AVALIADO, A MARCA DAS TRANSPORTADORAS
      **    ABAIXO DA NOTA MINIMA E A EVOLUCAO DOS ULTIMOS 6 MESES;
      **    E NOTATRP, COM A NOTA DO MES DE CADA TRANSPORTADORA,
      **    LIDA PELA COTACAO DE FRETE (PROGFRTC).
      **    SEM AVTCFG, ASSUME PESOS 40/20/20/20 E NOTA MINIMA 70.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMBSL.
           SELECT PRAZOTAB-FILE ASSIGN TO "PRAZOTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PRAZOTAB-STATUS.
           SELECT REVERSAS-FILE ASSIGN TO "REVERSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REVERSAS-STATUS.
           SELECT AVTCFG-FILE ASSIGN TO "AVTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVTCFG-STATUS.
           SELECT AVTREL-FILE ASSIGN TO "AVTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVTREL-STATUS.
           COPY CPYDVFSL.
           COPY CPYNTRSL.
           COPY CPYTRPSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMBFD.
       FD  PRAZOTAB-FILE.
       01  PRAZOTAB-REG.
           05  PRZ-TRANSP         PIC 9(03).
           05  PRZ-UF             PIC X(02).
           05  PRZ-DIAS-UTEIS     PIC 9(03).

       FD  REVERSAS-FILE.
       01  REVERSA-REG.
           05  REV-DATA-DEVOLUCAO PIC 9(08).
           05  REV-DATA-DESPACHO  PIC 9(08).
           05  REV-SEQUENCIA      PIC 9(04).
           05  REV-TRANSP         PIC 9(03).
           05  REV-PRODUTO        PIC X(20).
           05  REV-ESTADO         PIC X(02).
           05  REV-SITUACAO       PIC X(01).
               88  REV-PENDENTE               VALUE 'P'.
               88  REV-CONFERIDA              VALUE 'C'.

       FD  AVTCFG-FILE.
       01  AVTCFG-REG.
           05  ACF-PESO-PRAZO     PIC 9(03).
           05  ACF-PESO-REVERSA   PIC 9(03).
           05  ACF-PESO-COBRANCA  PIC 9(03).
           05  ACF-PESO-POD       PIC 9(03).
           05  ACF-NOTA-MINIMA    PIC 9(03).

       FD  AVTREL-FILE.
       01  AVTREL-LINHA           PIC X(100).
       COPY CPYDVFFD.
       COPY CPYNTRFD.
       COPY CPYTRPFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PRAZOTAB-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REVERSAS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-AVTCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-AVTREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-DIVFRETE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-NOTATRP-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-PRAZOTAB-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-PRAZOTAB-FIM             VALUE 'S'.
       77  WRK-REVERSAS-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-REVERSAS-FIM             VALUE 'S'.
       77  WRK-DIVFRETE-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-DIVFRETE-FIM             VALUE 'S'.
       77  WRK-EMBARQUE-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMBARQUE-ABERTO            VALUE 'S'.
       77  WRK-PRAZO-PADRAO       PIC 9(03) VALUE 5.
       77  WRK-POD-LIMITE         PIC 9(03) VALUE 5.
       77  WRK-TAB-PRZ-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PRAZOS.
           05  TAB-PRZ OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TAB-PRZ-QTD
                   INDEXED BY PRZ-IDX.
               10  TAB-PRZ-TRANSP     PIC 9(03).
               10  TAB-PRZ-UF         PIC X(02).
               10  TAB-PRZ-DIAS       PIC 9(03).
       77  WRK-PRAZO-EMBARQUE     PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-UTEIS         PIC S9(05) VALUE ZEROS.
      *    PESOS DOS INDICADORES (1 PRAZO, 2 DEVOLUCAO, 3 COBRANCA,
      *    4 CANHOTO) E NOTA MINIMA, DA AVTCFG OU PADRAO
       01  WRK-AVT-PESOS.
           05  WRK-PESO-PRAZO     PIC 9(03) VALUE 40.
           05  WRK-PESO-REVERSA   PIC 9(03) VALUE 20.
           05  WRK-PESO-COBRANCA  PIC 9(03) VALUE 20.
           05  WRK-PESO-POD       PIC 9(03) VALUE 20.
       01  WRK-AVT-PESOS-R REDEFINES WRK-AVT-PESOS.
           05  WRK-PESO OCCURS 4 TIMES PIC 9(03).
       77  WRK-NOTA-MINIMA        PIC 9(03) VALUE 70.
       77  WRK-CFG-SOMA-PESOS     PIC 9(04) VALUE ZEROS.
      *    OS 6 MESES AVALIADOS, DO MAIS ANTIGO (1) AO DO LOTE (6)
       01  WRK-TAB-MESES.
           05  TAB-MES OCCURS 6 TIMES
                   INDEXED BY MES-IDX.
               10  TAB-MES-ANOMES     PIC 9(06).
       01  WRK-ANOMES-MOV         PIC 9(06) VALUE ZEROS.
       01  WRK-ANOMES-MOV-R REDEFINES WRK-ANOMES-MOV.
           05  WRK-MOV-ANO        PIC 9(04).
           05  WRK-MOV-MES        PIC 9(02).
       77  WRK-MES-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-MES-ANT            PIC 9(02) VALUE ZEROS.
       77  WRK-IND-SUB            PIC 9(01) VALUE ZEROS.
       77  WRK-ANT-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-ANT-ACHOU                VALUE 'S'.
      *    APURACAO POR TRANSPORTADORA E MES
       77  WRK-TAB-AVT-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-AVT-TRANSP         PIC 9(03) VALUE ZEROS.
       77  WRK-AVT-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-AVT-ACHOU                VALUE 'S'.
       01  WRK-TAB-AVALIACAO.
           05  TAB-AVT OCCURS 1 TO 30 TIMES
                   DEPENDING ON WRK-TAB-AVT-QTD
                   INDEXED BY AVT-IDX.
               10  TAB-AVT-TRANSP     PIC 9(03).
               10  TAB-AVT-NOME       PIC X(30).
               10  TAB-AVT-TENDENCIA  PIC X(08).
               10  TAB-AVT-SITUACAO   PIC X(01).
               10  TAB-AVT-MES OCCURS 6 TIMES.
                   15  TAB-AVT-DESPACHADOS PIC 9(05).
                   15  TAB-AVT-NO-PRAZO    PIC 9(05).
                   15  TAB-AVT-FORA-PRAZO  PIC 9(05).
                   15  TAB-AVT-REVERSAS    PIC 9(05).
                   15  TAB-AVT-CONFERIDOS  PIC 9(05).
                   15  TAB-AVT-DIVERGENTES PIC 9(05).
                   15  TAB-AVT-POD-OK      PIC 9(05).
                   15  TAB-AVT-POD-ATRASO  PIC 9(05).
                   15  TAB-AVT-IND OCCURS 4 TIMES.
                       20  TAB-AVT-IND-NOTA PIC 9(03)V9.
                       20  TAB-AVT-IND-SW   PIC X(01).
                   15  TAB-AVT-NOTA        PIC 9(03)V9.
                   15  TAB-AVT-NOTA-SW     PIC X(01).
       77  WRK-BASE               PIC 9(06) VALUE ZEROS.
       77  WRK-IND-VALOR          PIC 9(03)V9 VALUE ZEROS.
       77  WRK-SOMA-PESOS         PIC 9(04) VALUE ZEROS.
       77  WRK-SOMA-PONTOS        PIC 9(07)V9 VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(03)V9 VALUE ZEROS.
       77  WRK-QTD-EMBARQUES      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-AVALIADAS      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ABAIXO         PIC 9(03) VALUE ZEROS.
       77  WRK-EDT-VALOR          PIC 9(03)V9 VALUE ZEROS.
       77  WRK-EDT-SW             PIC X(01) VALUE SPACES.
       77  WRK-EDT-NOTA           PIC ZZ9,9.
       77  WRK-EDT-TEXTO          PIC X(05) VALUE SPACES.
       01  WRK-LINHA-NOTA.
           05  WRK-LN-TRANSP      PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LN-NOME        PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LN-DESPACHOS   PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-PRAZO       PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-DEVOLUCAO   PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-COBRANCA    PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-CANHOTO     PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-NOTA        PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-TENDENCIA   PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LN-SITUACAO    PIC X(14).
       01  WRK-LINHA-EVOLUCAO.
           05  WRK-LE-TRANSP      PIC 9(03).
           05  FILLER             PIC X(01).
           05  WRK-LE-NOME        PIC X(20).
           05  WRK-LE-MES OCCURS 6 TIMES.
               10  FILLER         PIC X(04).
               10  WRK-LE-NOTA    PIC X(05).
       01  WRK-LINHA-MESES.
           05  FILLER             PIC X(24).
           05  WRK-LM-MES OCCURS 6 TIMES.
               10  FILLER         PIC X(02).
               10  WRK-LM-ANO     PIC 9(04).
               10  WRK-LM-BARRA   PIC X(01).
               10  WRK-LM-MM      PIC 9(02).
       COPY CPYTRPTB.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LER-EMBARQUE UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA(1:6) TO TAB-MES-ANOMES(6).
           PERFORM 0110-MONTAR-MES-ANTERIOR
               VARYING WRK-MES-SUB FROM 5 BY -1
               UNTIL WRK-MES-SUB = 0.

           PERFORM 7900-CARREGAR-TRANSPORTADORAS.
           MOVE 0 TO WRK-TAB-AVT-QTD.
           PERFORM 0120-INCLUIR-CADASTRADA
               VARYING TRP-IDX FROM 1 BY 1
               UNTIL TRP-IDX > WRK-TAB-TRP-QTD.
           PERFORM 8000-CARREGAR-TABELA-PRAZOS.
           PERFORM 8100-CARREGAR-PARAMETROS.

           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS NOT = '00'
               MOVE 'PROGAVTB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-EMBARQUE-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O ARQUIVO DE EMBARQUES'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-EMBARQUE-ABERTO TO TRUE
               COMPUTE EMB-DATA-DESPACHO = TAB-MES-ANOMES(1) * 100 + 1
               MOVE ZEROS TO EMB-SEQUENCIA
               START EMBARQUE-FILE KEY IS NOT LESS THAN EMB-CHAVE
                   INVALID KEY SET WRK-FIM TO TRUE
               END-START
               IF NOT WRK-FIM
                   READ EMBARQUE-FILE NEXT RECORD
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

       0110-MONTAR-MES-ANTERIOR.

           MOVE TAB-MES-ANOMES(WRK-MES-SUB + 1) TO WRK-ANOMES-MOV.
           IF WRK-MOV-MES = 1
               SUBTRACT 1 FROM WRK-MOV-ANO
               MOVE 12 TO WRK-MOV-MES
           ELSE
               SUBTRACT 1 FROM WRK-MOV-MES
           END-IF.
           MOVE WRK-ANOMES-MOV TO TAB-MES-ANOMES(WRK-MES-SUB).

       0120-INCLUIR-CADASTRADA.

           IF WRK-TAB-AVT-QTD < 30
               ADD 1 TO WRK-TAB-AVT-QTD
               INITIALIZE TAB-AVT(WRK-TAB-AVT-QTD)
               MOVE TAB-TRP-CODIGO(TRP-IDX)
                   TO TAB-AVT-TRANSP(WRK-TAB-AVT-QTD)
               MOVE TAB-TRP-NOME(TRP-IDX)
                   TO TAB-AVT-NOME(WRK-TAB-AVT-QTD)
           END-IF.

      **************************************************************
      ** VARREDURA DOS EMBARQUES DESPACHADOS DO PRIMEIRO DIA DO MES
      ** MAIS ANTIGO ATE A DATA DO LOTE (O ARQUIVO ESTA EM ORDEM DE
      ** DATA DE DESPACHO).
      **************************************************************
       0200-LER-EMBARQUE.

           IF EMB-DATA-DESPACHO > WRK-LOTECAB-DATA
               SET WRK-FIM TO TRUE
           ELSE
               PERFORM 0210-APURAR-EMBARQUE
               READ EMBARQUE-FILE NEXT RECORD
                   AT END SET WRK-FIM TO TRUE
               END-READ
           END-IF.

       0210-APURAR-EMBARQUE.

           MOVE EMB-TRANSP TO WRK-AVT-TRANSP.
           PERFORM 8200-LOCALIZAR-TRANSP.
           COMPUTE WRK-ANOMES-MOV = EMB-DATA-DESPACHO / 100.
           PERFORM 8300-LOCALIZAR-MES.
           IF WRK-AVT-ACHOU AND WRK-MES-SUB > 0
               ADD 1 TO WRK-QTD-EMBARQUES
               ADD 1 TO TAB-AVT-DESPACHADOS(AVT-IDX, WRK-MES-SUB)
               EVALUATE TRUE
                   WHEN EMB-ENTREGUE
                       PERFORM 0220-APURAR-PRAZO-ENTREGUE
                       PERFORM 0230-APURAR-CANHOTO
                   WHEN EMB-DESPACHADO
                       PERFORM 0225-APURAR-PRAZO-TRANSITO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      **************************************************************
      ** ENTREGUE: DIAS UTEIS DO DESPACHO ATE A ENTREGA CONTRA O
      ** PRAZO PROMETIDO DA TRANSPORTADORA/UF.
      **************************************************************
       0220-APURAR-PRAZO-ENTREGUE.

           PERFORM 0240-BUSCAR-PRAZO.
           MOVE 'UE'              TO DTS-FUNCAO.
           MOVE EMB-DATA-DESPACHO TO DTS-DATA1.
           MOVE EMB-DATA-STATUS   TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS          TO WRK-DIAS-UTEIS.

           IF WRK-DIAS-UTEIS > WRK-PRAZO-EMBARQUE
               ADD 1 TO TAB-AVT-FORA-PRAZO(AVT-IDX, WRK-MES-SUB)
           ELSE
               ADD 1 TO TAB-AVT-NO-PRAZO(AVT-IDX, WRK-MES-SUB)
           END-IF.

      **************************************************************
      ** AINDA EM TRANSITO: SO CONTA (COMO FORA DO PRAZO) QUANDO OS
      ** DIAS UTEIS ATE O LOTE JA PASSARAM DO PRAZO PROMETIDO.
      **************************************************************
       0225-APURAR-PRAZO-TRANSITO.

           PERFORM 0240-BUSCAR-PRAZO.
           MOVE 'UE'              TO DTS-FUNCAO.
           MOVE EMB-DATA-DESPACHO TO DTS-DATA1.
           MOVE WRK-LOTECAB-DATA  TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS          TO WRK-DIAS-UTEIS.

           IF WRK-DIAS-UTEIS > WRK-PRAZO-EMBARQUE
               ADD 1 TO TAB-AVT-FORA-PRAZO(AVT-IDX, WRK-MES-SUB)
           END-IF.

      **************************************************************
      ** CANHOTO: BAIXADO ATE WRK-POD-LIMITE DIAS UTEIS APOS A
      ** ENTREGA CONTA COMO EM DIA; BAIXADO DEPOIS, OU AINDA
      ** PENDENTE COM O LIMITE VENCIDO NA DATA DO LOTE, EM ATRASO.
      **************************************************************
       0230-APURAR-CANHOTO.

           MOVE 'UE'              TO DTS-FUNCAO.
           MOVE EMB-DATA-STATUS   TO DTS-DATA1.
           IF EMB-POD-CONFIRMADO
               MOVE EMB-POD-DATA     TO DTS-DATA2
           ELSE
               MOVE WRK-LOTECAB-DATA TO DTS-DATA2
           END-IF.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS          TO WRK-DIAS-UTEIS.

           IF WRK-DIAS-UTEIS > WRK-POD-LIMITE
               ADD 1 TO TAB-AVT-POD-ATRASO(AVT-IDX, WRK-MES-SUB)
           ELSE
               IF EMB-POD-CONFIRMADO
                   ADD 1 TO TAB-AVT-POD-OK(AVT-IDX, WRK-MES-SUB)
               END-IF
           END-IF.

       0240-BUSCAR-PRAZO.

           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-EMBARQUE.
           SET PRZ-IDX TO 1.
           SEARCH TAB-PRZ
               AT END
                   CONTINUE
               WHEN TAB-PRZ-TRANSP(PRZ-IDX) = EMB-TRANSP
                   AND TAB-PRZ-UF(PRZ-IDX) = EMB-ESTADO
                   MOVE TAB-PRZ-DIAS(PRZ-IDX) TO WRK-PRAZO-EMBARQUE
           END-SEARCH.

       0300-FINALIZAR.

           IF WRK-EMBARQUE-ABERTO
               CLOSE EMBARQUE-FILE
               PERFORM 0400-LER-REVERSAS
               PERFORM 0450-LER-DIVFRETE
               PERFORM 0500-CALCULAR-NOTAS
                   VARYING AVT-IDX FROM 1 BY 1
                   UNTIL AVT-IDX > WRK-TAB-AVT-QTD
               PERFORM 0600-GRAVAR-NOTAS
               PERFORM 0700-IMPRIMIR-RELATORIO
           END-IF.

           DISPLAY 'TRANSPORTADORAS AVALIADAS: ' WRK-QTD-AVALIADAS
               ' ABAIXO DA NOTA MINIMA: ' WRK-QTD-ABAIXO '.'.

      **************************************************************
      ** DEVOLUCOES (REVERSAS), CONTADAS NO MES DO DESPACHO DO
      ** EMBARQUE DEVOLVIDO. ARQUIVO AUSENTE: SEM DEVOLUCOES.
      **************************************************************
       0400-LER-REVERSAS.

           MOVE 'N' TO WRK-REVERSAS-FIM-SW.
           OPEN INPUT REVERSAS-FILE.
           IF WRK-REVERSAS-STATUS = '35'
               CONTINUE
           ELSE
               READ REVERSAS-FILE
                   AT END SET WRK-REVERSAS-FIM TO TRUE
               END-READ
               PERFORM 0410-APURAR-REVERSA UNTIL WRK-REVERSAS-FIM
               CLOSE REVERSAS-FILE
           END-IF.

       0410-APURAR-REVERSA.

           COMPUTE WRK-ANOMES-MOV = REV-DATA-DESPACHO / 100.
           PERFORM 8300-LOCALIZAR-MES.
           IF WRK-MES-SUB > 0
               MOVE REV-TRANSP TO WRK-AVT-TRANSP
               PERFORM 8200-LOCALIZAR-TRANSP
               IF WRK-AVT-ACHOU
                   ADD 1 TO TAB-AVT-REVERSAS(AVT-IDX, WRK-MES-SUB)
               END-IF
           END-IF.
           READ REVERSAS-FILE
               AT END SET WRK-REVERSAS-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CONFERENCIAS DE COBRANCA DO PROGFRET (DIVFRETE), NO MES DA
      ** CONFERENCIA. ARQUIVO AUSENTE: INDICADOR SEM DADOS.
      **************************************************************
       0450-LER-DIVFRETE.

           MOVE 'N' TO WRK-DIVFRETE-FIM-SW.
           OPEN INPUT DIVFRETE-FILE.
           IF WRK-DIVFRETE-STATUS = '35'
               CONTINUE
           ELSE
               READ DIVFRETE-FILE
                   AT END SET WRK-DIVFRETE-FIM TO TRUE
               END-READ
               PERFORM 0460-APURAR-DIVFRETE UNTIL WRK-DIVFRETE-FIM
               CLOSE DIVFRETE-FILE
           END-IF.

       0460-APURAR-DIVFRETE.

           COMPUTE WRK-ANOMES-MOV = DVF-DATA / 100.
           PERFORM 8300-LOCALIZAR-MES.
           IF WRK-MES-SUB > 0
               MOVE DVF-TRANSP TO WRK-AVT-TRANSP
               PERFORM 8200-LOCALIZAR-TRANSP
               IF WRK-AVT-ACHOU
                   ADD DVF-QTD-CONFERIDOS
                       TO TAB-AVT-CONFERIDOS(AVT-IDX, WRK-MES-SUB)
                   ADD DVF-QTD-DIVERGENTES
                       TO TAB-AVT-DIVERGENTES(AVT-IDX, WRK-MES-SUB)
               END-IF
           END-IF.
           READ DIVFRETE-FILE
               AT END SET WRK-DIVFRETE-FIM TO TRUE
           END-READ.

      **************************************************************
      ** NOTAS DE UMA TRANSPORTADORA NOS 6 MESES, TENDENCIA DO MES
      ** DO LOTE CONTRA O ULTIMO MES COM NOTA (5 PONTOS OU MAIS PARA
      ** CIMA OU PARA BAIXO) E SITUACAO CONTRA A NOTA MINIMA.
      **************************************************************
       0500-CALCULAR-NOTAS.

           PERFORM 0510-CALCULAR-NOTA-MES
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > 6.

           MOVE '-' TO TAB-AVT-TENDENCIA(AVT-IDX).
           IF TAB-AVT-NOTA-SW(AVT-IDX, 6) = 'S'
               ADD 1 TO WRK-QTD-AVALIADAS
               MOVE 'N' TO WRK-ANT-ACHOU-SW
               PERFORM 0540-BUSCAR-MES-ANTERIOR
                   VARYING WRK-MES-ANT FROM 5 BY -1
                   UNTIL WRK-MES-ANT = 0 OR WRK-ANT-ACHOU
               IF WRK-ANT-ACHOU
                   EVALUATE TRUE
                       WHEN WRK-DIFERENCA >= 5
                           MOVE 'SOBE'    TO TAB-AVT-TENDENCIA(AVT-IDX)
                       WHEN WRK-DIFERENCA <= -5
                           MOVE 'CAI'     TO TAB-AVT-TENDENCIA(AVT-IDX)
                       WHEN OTHER
                           MOVE 'ESTAVEL' TO TAB-AVT-TENDENCIA(AVT-IDX)
                   END-EVALUATE
               END-IF
               IF TAB-AVT-NOTA(AVT-IDX, 6) < WRK-NOTA-MINIMA
                   MOVE 'A' TO TAB-AVT-SITUACAO(AVT-IDX)
                   ADD 1 TO WRK-QTD-ABAIXO
               ELSE
                   MOVE 'N' TO TAB-AVT-SITUACAO(AVT-IDX)
               END-IF
           ELSE
               MOVE 'S' TO TAB-AVT-SITUACAO(AVT-IDX)
           END-IF.

      **************************************************************
      ** NOTA DE 0 A 100 POR INDICADOR QUE TEVE MOVIMENTO NO MES E
      ** MEDIA PONDERADA ENTRE ELES (O PESO DE UM INDICADOR SEM
      ** MOVIMENTO NAO ENTRA NA CONTA).
      **************************************************************
       0510-CALCULAR-NOTA-MES.

           COMPUTE WRK-BASE =
               TAB-AVT-NO-PRAZO(AVT-IDX, WRK-MES-SUB)
               + TAB-AVT-FORA-PRAZO(AVT-IDX, WRK-MES-SUB).
           IF WRK-BASE > 0
               COMPUTE WRK-IND-VALOR ROUNDED =
                   TAB-AVT-NO-PRAZO(AVT-IDX, WRK-MES-SUB) * 100
                   / WRK-BASE
               MOVE 1 TO WRK-IND-SUB
               PERFORM 0520-GUARDAR-INDICADOR
           END-IF.

           MOVE TAB-AVT-DESPACHADOS(AVT-IDX, WRK-MES-SUB) TO WRK-BASE.
           IF WRK-BASE > 0
               IF TAB-AVT-REVERSAS(AVT-IDX, WRK-MES-SUB) >= WRK-BASE
                   MOVE ZEROS TO WRK-IND-VALOR
               ELSE
                   COMPUTE WRK-IND-VALOR ROUNDED = 100 -
                       TAB-AVT-REVERSAS(AVT-IDX, WRK-MES-SUB) * 100
                       / WRK-BASE
               END-IF
               MOVE 2 TO WRK-IND-SUB
               PERFORM 0520-GUARDAR-INDICADOR
           END-IF.

           MOVE TAB-AVT-CONFERIDOS(AVT-IDX, WRK-MES-SUB) TO WRK-BASE.
           IF WRK-BASE > 0
               IF TAB-AVT-DIVERGENTES(AVT-IDX, WRK-MES-SUB) >= WRK-BASE
                   MOVE ZEROS TO WRK-IND-VALOR
               ELSE
                   COMPUTE WRK-IND-VALOR ROUNDED = 100 -
                       TAB-AVT-DIVERGENTES(AVT-IDX, WRK-MES-SUB) * 100
                       / WRK-BASE
               END-IF
               MOVE 3 TO WRK-IND-SUB
               PERFORM 0520-GUARDAR-INDICADOR
           END-IF.

           COMPUTE WRK-BASE =
               TAB-AVT-POD-OK(AVT-IDX, WRK-MES-SUB)
               + TAB-AVT-POD-ATRASO(AVT-IDX, WRK-MES-SUB).
           IF WRK-BASE > 0
               COMPUTE WRK-IND-VALOR ROUNDED =
                   TAB-AVT-POD-OK(AVT-IDX, WRK-MES-SUB) * 100
                   / WRK-BASE
               MOVE 4 TO WRK-IND-SUB
               PERFORM 0520-GUARDAR-INDICADOR
           END-IF.

           MOVE ZEROS TO WRK-SOMA-PESOS.
           MOVE ZEROS TO WRK-SOMA-PONTOS.
           PERFORM 0530-SOMAR-INDICADOR
               VARYING WRK-IND-SUB FROM 1 BY 1
               UNTIL WRK-IND-SUB > 4.
           IF WRK-SOMA-PESOS > 0
               COMPUTE TAB-AVT-NOTA(AVT-IDX, WRK-MES-SUB) ROUNDED =
                   WRK-SOMA-PONTOS / WRK-SOMA-PESOS
               MOVE 'S' TO TAB-AVT-NOTA-SW(AVT-IDX, WRK-MES-SUB)
           END-IF.

       0520-GUARDAR-INDICADOR.

           MOVE WRK-IND-VALOR
               TO TAB-AVT-IND-NOTA(AVT-IDX, WRK-MES-SUB, WRK-IND-SUB).
           MOVE 'S'
               TO TAB-AVT-IND-SW(AVT-IDX, WRK-MES-SUB, WRK-IND-SUB).

       0530-SOMAR-INDICADOR.

           IF TAB-AVT-IND-SW(AVT-IDX, WRK-MES-SUB, WRK-IND-SUB) = 'S'
               ADD WRK-PESO(WRK-IND-SUB) TO WRK-SOMA-PESOS
               COMPUTE WRK-SOMA-PONTOS = WRK-SOMA-PONTOS
                   + WRK-PESO(WRK-IND-SUB)
                   * TAB-AVT-IND-NOTA(AVT-IDX, WRK-MES-SUB, WRK-IND-SUB)
           END-IF.

       0540-BUSCAR-MES-ANTERIOR.

           IF TAB-AVT-NOTA-SW(AVT-IDX, WRK-MES-ANT) = 'S'
               SET WRK-ANT-ACHOU TO TRUE
               COMPUTE WRK-DIFERENCA = TAB-AVT-NOTA(AVT-IDX, 6)
                   - TAB-AVT-NOTA(AVT-IDX, WRK-MES-ANT)
           END-IF.

      **************************************************************
      ** NOTATRP: A NOTA DO MES DO LOTE DE CADA TRANSPORTADORA,
      ** REGRAVADA POR INTEIRO A CADA EXECUCAO.
      **************************************************************
       0600-GRAVAR-NOTAS.

           OPEN OUTPUT NOTATRP-FILE.
           PERFORM 0610-GRAVAR-NOTA-TRANSP
               VARYING AVT-IDX FROM 1 BY 1
               UNTIL AVT-IDX > WRK-TAB-AVT-QTD.
           CLOSE NOTATRP-FILE.

       0610-GRAVAR-NOTA-TRANSP.

           MOVE TAB-AVT-TRANSP(AVT-IDX)   TO NTR-TRANSP.
           MOVE TAB-MES-ANOMES(6)         TO NTR-ANOMES.
           MOVE TAB-AVT-NOTA(AVT-IDX, 6)  TO NTR-NOTA.
           MOVE TAB-AVT-SITUACAO(AVT-IDX) TO NTR-SITUACAO.
           WRITE NOTATRP-REG.

       0700-IMPRIMIR-RELATORIO.

           OPEN OUTPUT AVTREL-FILE.
           MOVE 'PROGAVTB' TO WRK-CAB-PROGRAMA.
           MOVE 'AVALIACAO DE TRANSPORTADORAS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE AVTREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE AVTREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO AVTREL-LINHA.
           WRITE AVTREL-LINHA.

           MOVE TAB-MES-ANOMES(6) TO WRK-ANOMES-MOV.
           MOVE SPACES TO AVTREL-LINHA.
           STRING 'MES DE REFERENCIA: ' DELIMITED BY SIZE
               WRK-MOV-ANO DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-MOV-MES DELIMITED BY SIZE
               '   NOTA MINIMA: ' DELIMITED BY SIZE
               WRK-NOTA-MINIMA DELIMITED BY SIZE
               INTO AVTREL-LINHA.
           WRITE AVTREL-LINHA.
           MOVE SPACES TO AVTREL-LINHA.
           STRING 'PESOS - PRAZO: ' DELIMITED BY SIZE
               WRK-PESO-PRAZO DELIMITED BY SIZE
               '  DEVOLUCAO: ' DELIMITED BY SIZE
               WRK-PESO-REVERSA DELIMITED BY SIZE
               '  COBRANCA: ' DELIMITED BY SIZE
               WRK-PESO-COBRANCA DELIMITED BY SIZE
               '  CANHOTO: ' DELIMITED BY SIZE
               WRK-PESO-POD DELIMITED BY SIZE
               INTO AVTREL-LINHA.
           WRITE AVTREL-LINHA.
           MOVE SPACES TO AVTREL-LINHA.
           WRITE AVTREL-LINHA.

           MOVE SPACES TO AVTREL-LINHA.
           STRING 'TRN NOME                 DESPAC  PRAZO  DEVOL'
               DELIMITED BY SIZE
               '  COBR.  CANH.   NOTA  TENDENC.  SITUACAO'
               DELIMITED BY SIZE
               INTO AVTREL-LINHA.
           WRITE AVTREL-LINHA.
           PERFORM 0710-IMPRIMIR-NOTA-TRANSP
               VARYING AVT-IDX FROM 1 BY 1
               UNTIL AVT-IDX > WRK-TAB-AVT-QTD.

           MOVE SPACES TO AVTREL-LINHA.
           WRITE AVTREL-LINHA.
           MOVE '=== EVOLUCAO DA NOTA - ULTIMOS 6 MESES ==='
               TO AVTREL-LINHA.
           WRITE AVTREL-LINHA.
           MOVE SPACES TO WRK-LINHA-MESES.
           MOVE 'TRN NOME' TO WRK-LINHA-MESES(1:8).
           PERFORM 0720-MONTAR-TITULO-MES
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > 6.
           WRITE AVTREL-LINHA FROM WRK-LINHA-MESES.
           PERFORM 0730-IMPRIMIR-EVOLUCAO
               VARYING AVT-IDX FROM 1 BY 1
               UNTIL AVT-IDX > WRK-TAB-AVT-QTD.

           MOVE SPACES TO AVTREL-LINHA.
           WRITE AVTREL-LINHA.
           MOVE SPACES TO AVTREL-LINHA.
           STRING 'EMBARQUES AVALIADOS: ' DELIMITED BY SIZE
               WRK-QTD-EMBARQUES DELIMITED BY SIZE
               '  TRANSPORTADORAS COM NOTA: ' DELIMITED BY SIZE
               WRK-QTD-AVALIADAS DELIMITED BY SIZE
               '  ABAIXO DA NOTA MINIMA: ' DELIMITED BY SIZE
               WRK-QTD-ABAIXO DELIMITED BY SIZE
               INTO AVTREL-LINHA.
           WRITE AVTREL-LINHA.
           CLOSE AVTREL-FILE.

       0710-IMPRIMIR-NOTA-TRANSP.

           MOVE TAB-AVT-TRANSP(AVT-IDX) TO WRK-LN-TRANSP.
           MOVE TAB-AVT-NOME(AVT-IDX)   TO WRK-LN-NOME.
           MOVE TAB-AVT-DESPACHADOS(AVT-IDX, 6) TO WRK-LN-DESPACHOS.
           MOVE 6 TO WRK-MES-SUB.
           MOVE 1 TO WRK-IND-SUB.
           PERFORM 0711-EDITAR-INDICADOR.
           MOVE WRK-EDT-TEXTO TO WRK-LN-PRAZO.
           MOVE 2 TO WRK-IND-SUB.
           PERFORM 0711-EDITAR-INDICADOR.
           MOVE WRK-EDT-TEXTO TO WRK-LN-DEVOLUCAO.
           MOVE 3 TO WRK-IND-SUB.
           PERFORM 0711-EDITAR-INDICADOR.
           MOVE WRK-EDT-TEXTO TO WRK-LN-COBRANCA.
           MOVE 4 TO WRK-IND-SUB.
           PERFORM 0711-EDITAR-INDICADOR.
           MOVE WRK-EDT-TEXTO TO WRK-LN-CANHOTO.
           MOVE TAB-AVT-NOTA(AVT-IDX, 6)    TO WRK-EDT-VALOR.
           MOVE TAB-AVT-NOTA-SW(AVT-IDX, 6) TO WRK-EDT-SW.
           PERFORM 0790-EDITAR-NOTA.
           MOVE WRK-EDT-TEXTO TO WRK-LN-NOTA.
           MOVE TAB-AVT-TENDENCIA(AVT-IDX) TO WRK-LN-TENDENCIA.
           EVALUATE TAB-AVT-SITUACAO(AVT-IDX)
               WHEN 'A'
                   MOVE '*** ABAIXO ***' TO WRK-LN-SITUACAO
               WHEN 'S'
                   MOVE 'SEM DADOS'      TO WRK-LN-SITUACAO
               WHEN OTHER
                   MOVE 'NORMAL'         TO WRK-LN-SITUACAO
           END-EVALUATE.
           WRITE AVTREL-LINHA FROM WRK-LINHA-NOTA.

       0711-EDITAR-INDICADOR.

           MOVE TAB-AVT-IND-NOTA(AVT-IDX, WRK-MES-SUB, WRK-IND-SUB)
               TO WRK-EDT-VALOR.
           MOVE TAB-AVT-IND-SW(AVT-IDX, WRK-MES-SUB, WRK-IND-SUB)
               TO WRK-EDT-SW.
           PERFORM 0790-EDITAR-NOTA.

       0720-MONTAR-TITULO-MES.

           MOVE TAB-MES-ANOMES(WRK-MES-SUB) TO WRK-ANOMES-MOV.
           MOVE WRK-MOV-ANO TO WRK-LM-ANO(WRK-MES-SUB).
           MOVE '/'         TO WRK-LM-BARRA(WRK-MES-SUB).
           MOVE WRK-MOV-MES TO WRK-LM-MM(WRK-MES-SUB).

       0730-IMPRIMIR-EVOLUCAO.

           MOVE SPACES TO WRK-LINHA-EVOLUCAO.
           MOVE TAB-AVT-TRANSP(AVT-IDX) TO WRK-LE-TRANSP.
           MOVE TAB-AVT-NOME(AVT-IDX)   TO WRK-LE-NOME.
           PERFORM 0731-EDITAR-MES-EVOLUCAO
               VARYING WRK-MES-SUB FROM 1 BY 1
               UNTIL WRK-MES-SUB > 6.
           WRITE AVTREL-LINHA FROM WRK-LINHA-EVOLUCAO.

       0731-EDITAR-MES-EVOLUCAO.

           MOVE TAB-AVT-NOTA(AVT-IDX, WRK-MES-SUB)    TO WRK-EDT-VALOR.
           MOVE TAB-AVT-NOTA-SW(AVT-IDX, WRK-MES-SUB) TO WRK-EDT-SW.
           PERFORM 0790-EDITAR-NOTA.
           MOVE WRK-EDT-TEXTO TO WRK-LE-NOTA(WRK-MES-SUB).

      **************************************************************
      ** NOTA EDITADA (ZZ9,9) OU '  -  ' QUANDO SEM MOVIMENTO.
      **************************************************************
       0790-EDITAR-NOTA.

           IF WRK-EDT-SW = 'S'
               MOVE WRK-EDT-VALOR TO WRK-EDT-NOTA
               MOVE WRK-EDT-NOTA  TO WRK-EDT-TEXTO
           ELSE
               MOVE '  -  '       TO WRK-EDT-TEXTO
           END-IF.

      **************************************************************
      ** CARGA DA TABELA DE PRAZOS PROMETIDOS (PRAZOTAB). O ARQUIVO
      ** E OPCIONAL; AUSENTE, TODO EMBARQUE USA O PRAZO PADRAO.
      **************************************************************
       8000-CARREGAR-TABELA-PRAZOS.

           MOVE 'N' TO WRK-PRAZOTAB-FIM-SW.
           MOVE 0   TO WRK-TAB-PRZ-QTD.
           OPEN INPUT PRAZOTAB-FILE.
           IF WRK-PRAZOTAB-STATUS = '35'
               CONTINUE
           ELSE
               READ PRAZOTAB-FILE
                   AT END SET WRK-PRAZOTAB-FIM TO TRUE
               END-READ
               PERFORM 8010-LER-PRAZO UNTIL WRK-PRAZOTAB-FIM
               CLOSE PRAZOTAB-FILE
           END-IF.

       8010-LER-PRAZO.

           IF WRK-TAB-PRZ-QTD < 200
               ADD 1 TO WRK-TAB-PRZ-QTD
               MOVE PRZ-TRANSP     TO TAB-PRZ-TRANSP(WRK-TAB-PRZ-QTD)
               MOVE PRZ-UF         TO TAB-PRZ-UF(WRK-TAB-PRZ-QTD)
               MOVE PRZ-DIAS-UTEIS TO TAB-PRZ-DIAS(WRK-TAB-PRZ-QTD)
           END-IF.
           READ PRAZOTAB-FILE
               AT END SET WRK-PRAZOTAB-FIM TO TRUE
           END-READ.

      **************************************************************
      ** PESOS E NOTA MINIMA (AVTCFG, MANTIDA PELO PROGPARM). O
      ** ARQUIVO E OPCIONAL; AUSENTE, OU COM PESOS QUE NAO SOMAM
      ** 100, VALEM OS PADROES DA WORKING-STORAGE.
      **************************************************************
       8100-CARREGAR-PARAMETROS.

           OPEN INPUT AVTCFG-FILE.
           IF WRK-AVTCFG-STATUS = '35'
               CONTINUE
           ELSE
               READ AVTCFG-FILE
                   AT END MOVE ZEROS TO AVTCFG-REG
               END-READ
               COMPUTE WRK-CFG-SOMA-PESOS = ACF-PESO-PRAZO
                   + ACF-PESO-REVERSA + ACF-PESO-COBRANCA
                   + ACF-PESO-POD
               IF WRK-CFG-SOMA-PESOS = 100
                   MOVE ACF-PESO-PRAZO    TO WRK-PESO-PRAZO
                   MOVE ACF-PESO-REVERSA  TO WRK-PESO-REVERSA
                   MOVE ACF-PESO-COBRANCA TO WRK-PESO-COBRANCA
                   MOVE ACF-PESO-POD      TO WRK-PESO-POD
               END-IF
               IF ACF-NOTA-MINIMA > 0 AND ACF-NOTA-MINIMA <= 100
                   MOVE ACF-NOTA-MINIMA   TO WRK-NOTA-MINIMA
               END-IF
               CLOSE AVTCFG-FILE
           END-IF.

      **************************************************************
      ** LOCALIZA A TRANSPORTADORA WRK-AVT-TRANSP NA TABELA DE
      ** APURACAO (AVT-IDX); A QUE NAO ESTA NO CADASTRO E INCLUIDA
      ** NA PRIMEIRA OCORRENCIA, ENQUANTO HOUVER ESPACO.
      **************************************************************
       8200-LOCALIZAR-TRANSP.

           MOVE 'N' TO WRK-AVT-ACHOU-SW.
           SET AVT-IDX TO 1.
           SEARCH TAB-AVT
               AT END
                   PERFORM 8210-INCLUIR-TRANSP
               WHEN TAB-AVT-TRANSP(AVT-IDX) = WRK-AVT-TRANSP
                   SET WRK-AVT-ACHOU TO TRUE
           END-SEARCH.

       8210-INCLUIR-TRANSP.

           IF WRK-TAB-AVT-QTD < 30
               ADD 1 TO WRK-TAB-AVT-QTD
               INITIALIZE TAB-AVT(WRK-TAB-AVT-QTD)
               MOVE WRK-AVT-TRANSP TO TAB-AVT-TRANSP(WRK-TAB-AVT-QTD)
               MOVE 'NAO CADASTRADA' TO TAB-AVT-NOME(WRK-TAB-AVT-QTD)
               SET AVT-IDX TO WRK-TAB-AVT-QTD
               SET WRK-AVT-ACHOU TO TRUE
           END-IF.

      **************************************************************
      ** POSICAO (1 A 6) DO ANO/MES WRK-ANOMES-MOV NA JANELA
      ** AVALIADA, EM WRK-MES-SUB; ZERO QUANDO FORA DELA.
      **************************************************************
       8300-LOCALIZAR-MES.

           MOVE 0 TO WRK-MES-SUB.
           SET MES-IDX TO 1.
           SEARCH TAB-MES
               AT END
                   CONTINUE
               WHEN TAB-MES-ANOMES(MES-IDX) = WRK-ANOMES-MOV
                   SET WRK-MES-SUB TO MES-IDX
           END-SEARCH.

       COPY CPYTRPPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
