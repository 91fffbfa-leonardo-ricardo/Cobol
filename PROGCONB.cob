       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: CONCILIACAO DE FIM DE MES DOS SUBSIDIARIOS COM AS
      **    CONTAS DE CONTROLE DO RAZAO, QUE RECEBEM SO LANCAMENTOS
      **    RESUMIDOS DOS PROGRAMAS DE LOTE:
      **    - CONTAREC (TITULOS A RECEBER EM ABERTO) X CLIENTES 11002;
      **    - CONTAPAG (TITULOS A PAGAR EM ABERTO OU BLOQUEADOS) X
      **      FORNECEDORES A PAGAR 21003;
      **    - COMFOLHA (COMISSOES AINDA NAO PAGAS NA FOLHA) X
      **      COMISSOES A PAGAR 21001.
      **    O SUBSIDIARIO E TOTALIZADO NA DATA DE FIM DA COMPETENCIA
      **    DO LOTE E COMPARADO COM O SALDO DA CONTA: O FECHADO
      **    (FECHSNAP) QUANDO O MES JA FOI FECHADO, SENAO O ATUAL
      **    (SALDOCTA) MAIS OS LANCAMENTOS AINDA PENDENTES (LANCTOS).
      **    PARA APONTAR AS CAUSAS PROVAVEIS, OS TITULOS EMITIDOS NO
      **    MES SAO CONFRONTADOS DIA A DIA COM OS LANCAMENTOS DE
      **    ORIGEM NA CONTA (DEBITO NO ATIVO, CREDITO NO PASSIVO;
      **    AS COMISSOES, QUE SO TEM COMPETENCIA, NO MES TODO) E OS
      **    DIAS QUE NAO BATEM SAEM NO RELATORIO (CTLCONRL) COM OS
      **    TITULOS SEM LANCAMENTO E OS LANCAMENTOS SEM TITULO. O
      **    RESULTADO DE CADA CONCILIACAO (OK / DIVERGENTE /
      **    AUSENTE) VAI PARA O CTLRESUM, DE ONDE ENTRA NO VEREDITO
      **    DO RESUMO DE OPERACAO (PROGRESUM).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCRCSL.
           COPY CPYCPGSL.
           SELECT COMFOLHA-FILE ASSIGN TO "COMFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMFOLHA-STATUS.
           SELECT SALDOCTA-FILE ASSIGN TO "SALDOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CONTA
               FILE STATUS IS WRK-SALDOCTA-STATUS.
           SELECT FECHSNAP-FILE ASSIGN TO "FECHSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FECHSNAP-STATUS.
           SELECT LANCARQ-FILE ASSIGN TO "LANCARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCARQ-STATUS.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           SELECT CTLCONRL-FILE ASSIGN TO "CTLCONRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CTLCONRL-STATUS.
           COPY CPYCTRSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCRCFD.
       COPY CPYCPGFD.

       FD  COMFOLHA-FILE.
       01  COMFOLHA-REG.
           05  CFO-MATRICULA      PIC 9(05).
           05  CFO-CODVENDEDOR    PIC 9(04).
           05  CFO-COMPETENCIA    PIC 9(06).
           05  CFO-VALOR          PIC 9(09)V99.

       FD  SALDOCTA-FILE.
       01  SALDOCTA-REG.
           05  SCT-CONTA       PIC 9(05).
           05  SCT-SALDO       PIC S9(09)V99.

       FD  FECHSNAP-FILE.
       01  FECHSNAP-REG.
           05  FSN-ANOMES      PIC 9(06).
           05  FSN-CONTA       PIC 9(05).
           05  FSN-SALDO       PIC S9(09)V99.

       FD  LANCARQ-FILE.
       01  LANCARQ-REG.
           05  LAQ-CONTA          PIC 9(05).
           05  LAQ-TIPO           PIC X(01).
           05  LAQ-VALOR          PIC 9(09)V99.
           05  LAQ-DATA           PIC 9(08).
           05  LAQ-DOCUMENTO      PIC X(10).
           05  LAQ-HISTORICO      PIC X(30).
           05  LAQ-CENTRO-CUSTO   PIC X(05).

       FD  LANCTOS-FILE.
       01  LANCTO-REG             PIC X(70).

       FD  CTLCONRL-FILE.
       01  CTLCONRL-LINHA          PIC X(100).
       COPY CPYCTRFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-COMFOLHA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SALDOCTA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FECHSNAP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCARQ-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CTLCONRL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM                    VALUE 'S'.
       77  WRK-MES-FECHADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-MES-FECHADO                VALUE 'S'.
       77  WRK-SUBSID-AUSENTE-SW  PIC X(01) VALUE 'N'.
           88  WRK-SUBSID-AUSENTE             VALUE 'S'.
       77  WRK-PENDENTE-SW        PIC X(01) VALUE 'N'.
           88  WRK-LANCTO-PENDENTE            VALUE 'S'.
       77  WRK-ANOMES-REF         PIC 9(06) VALUE ZEROS.
       77  WRK-INICIO-MES         PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-MES            PIC 9(08) VALUE ZEROS.
       77  WRK-DIA                PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-ITEM-SUB           PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES    PIC 9(01) VALUE ZEROS.
      **************************************************************
      ** CONTROLES CONCILIADOS: SUBSIDIARIO, CONTA DE CONTROLE, LADO
      ** NATURAL DA CONTA ('D' ATIVO / 'C' PASSIVO, QUE E TAMBEM O
      ** LADO DO LANCAMENTO DE ORIGEM DO TITULO) E DESCRICAO.
      **************************************************************
       01  WRK-CONTROLES.
           05  FILLER PIC X(08) VALUE 'CONTAREC'.
           05  FILLER PIC 9(05) VALUE 11002.
           05  FILLER PIC X(01) VALUE 'D'.
           05  FILLER PIC X(25) VALUE 'CLIENTES A RECEBER'.
           05  FILLER PIC X(08) VALUE 'CONTAPAG'.
           05  FILLER PIC 9(05) VALUE 21003.
           05  FILLER PIC X(01) VALUE 'C'.
           05  FILLER PIC X(25) VALUE 'FORNECEDORES A PAGAR'.
           05  FILLER PIC X(08) VALUE 'COMFOLHA'.
           05  FILLER PIC 9(05) VALUE 21001.
           05  FILLER PIC X(01) VALUE 'C'.
           05  FILLER PIC X(25) VALUE 'COMISSOES A PAGAR'.
       01  WRK-TAB-CONTROLES REDEFINES WRK-CONTROLES.
           05  TAB-CTL OCCURS 3 TIMES.
               10  TAB-CTL-SUBSIDIARIO PIC X(08).
               10  TAB-CTL-CONTA       PIC 9(05).
               10  TAB-CTL-NATUREZA    PIC X(01).
               10  TAB-CTL-DESCRICAO   PIC X(25).
       77  WRK-CTL-SUB            PIC 9(01) VALUE ZEROS.
       77  WRK-CONTA-CONTROLE     PIC 9(05) VALUE ZEROS.
       77  WRK-NATUREZA           PIC X(01) VALUE SPACE.
      **************************************************************
      ** SALDOS E MOVIMENTO DO MES DO CONTROLE CORRENTE.
      **************************************************************
       77  WRK-SALDO-SUBSID       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-CONTA        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-RAZAO        PIC S9(11)V99 VALUE ZEROS.
       77  WRK-PENDENTE-CONTA     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA          PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EMITIDO-MES        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LANCADO-MES        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NAO-EXPLICADO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ABERTO       PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TAB-DIAS.
           05  TAB-DIA OCCURS 31 TIMES.
               10  TAB-DIA-SUBSID     PIC 9(11)V99.
               10  TAB-DIA-RAZAO      PIC 9(11)V99.
      **************************************************************
      ** TITULOS EMITIDOS NO MES E LANCAMENTOS DE ORIGEM DO MES NA
      ** CONTA, PARA A LISTAGEM DOS DIAS QUE NAO BATEM.
      **************************************************************
       77  WRK-TAB-TIT-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-TIT-TRUNCADO-SW    PIC X(01) VALUE 'N'.
           88  WRK-TIT-TRUNCADO               VALUE 'S'.
       01  WRK-TAB-TITULOS.
           05  TAB-TIT OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-TIT-QTD.
               10  TAB-TIT-CHAVE      PIC X(14).
               10  TAB-TIT-DIA        PIC 9(02).
               10  TAB-TIT-VALOR      PIC 9(09)V99.
       77  WRK-TAB-LRZ-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-LRZ-TRUNCADO-SW    PIC X(01) VALUE 'N'.
           88  WRK-LRZ-TRUNCADO               VALUE 'S'.
       01  WRK-TAB-LANCAMENTOS.
           05  TAB-LRZ OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-LRZ-QTD.
               10  TAB-LRZ-DIA        PIC 9(02).
               10  TAB-LRZ-DOCUMENTO  PIC X(10).
               10  TAB-LRZ-HISTORICO  PIC X(30).
               10  TAB-LRZ-VALOR      PIC 9(09)V99.
       77  WRK-CHAVE-TITULO       PIC X(14) VALUE SPACES.
       01  WRK-CHAVE-CRC.
           05  WRK-CHV-NUMERO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-CHV-PARCELA    PIC 9(02).
       01  WRK-CHAVE-CFO.
           05  FILLER             PIC X(04) VALUE 'MAT '.
           05  WRK-CHV-MATRICULA  PIC 9(05).
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANOMES     PIC 9(06).
           05  WRK-DTA-DIA        PIC 9(02).
      **************************************************************
      ** LINHAS DO RELATORIO.
      **************************************************************
       01  WRK-LINHA-VALOR.
           05  WRK-LV-TEXTO       PIC X(45).
           05  WRK-LV-VALOR       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-DIA.
           05  FILLER             PIC X(06) VALUE '  DIA '.
           05  WRK-LDI-DIA        PIC X(03).
           05  FILLER             PIC X(11) VALUE '  TITULOS: '.
           05  WRK-LDI-SUBSID     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(15) VALUE '  LANCAMENTOS: '.
           05  WRK-LDI-RAZAO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-ITEM.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LIT-MOTIVO     PIC X(24).
           05  WRK-LIT-CHAVE      PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LIT-HISTORICO  PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LIT-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       COPY CPYDTSWS.
       COPY CPYCTRWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONCILIAR-CONTROLE UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** COMPETENCIA DO LOTE E SE ELA JA FOI FECHADA (HA SALDOS DA
      ** COMPETENCIA NO FECHSNAP).
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES-REF.
           COMPUTE WRK-INICIO-MES = WRK-ANOMES-REF * 100 + 1.
           MOVE 'UM'           TO DTS-FUNCAO.
           MOVE WRK-INICIO-MES TO DTS-DATA1.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           COMPUTE WRK-FIM-MES = WRK-ANOMES-REF * 100 + DTS-DIAS.

           MOVE 'N' TO WRK-MES-FECHADO-SW.
           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT FECHSNAP-FILE.
           IF WRK-FECHSNAP-STATUS NOT = '35'
               READ FECHSNAP-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8010-CONFERIR-MES-FECHADO
                   UNTIL WRK-AUX-FIM OR WRK-MES-FECHADO
               CLOSE FECHSNAP-FILE
           END-IF.

           OPEN OUTPUT CTLCONRL-FILE.
           MOVE 'PROGCONB' TO WRK-CAB-PROGRAMA.
           MOVE 'CONCILIACAO SUBSIDIARIOS' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE CTLCONRL-LINHA FROM WRK-CAB-LINHA1.
           WRITE CTLCONRL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO CTLCONRL-LINHA.
           IF WRK-MES-FECHADO
               STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                   WRK-ANOMES-REF DELIMITED BY SIZE
                   '   SALDO DAS CONTAS: FECHADO (FECHSNAP)'
                   DELIMITED BY SIZE
                   INTO CTLCONRL-LINHA
           ELSE
               STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                   WRK-ANOMES-REF DELIMITED BY SIZE
                   '   SALDO DAS CONTAS: ATUAL (SALDOCTA + LANCTOS)'
                   DELIMITED BY SIZE
                   INTO CTLCONRL-LINHA
           END-IF.
           WRITE CTLCONRL-LINHA.

           MOVE ZEROS TO WRK-CTL-SUB.

      **************************************************************
      ** UMA CONCILIACAO POR PASSAGEM: SUBSIDIARIO, CONTA, CONFRONTO
      ** DO MES E RESULTADO NO CTLRESUM.
      **************************************************************
       0200-CONCILIAR-CONTROLE.

           ADD 1 TO WRK-CTL-SUB.
           MOVE TAB-CTL-CONTA(WRK-CTL-SUB)    TO WRK-CONTA-CONTROLE.
           MOVE TAB-CTL-NATUREZA(WRK-CTL-SUB) TO WRK-NATUREZA.
           MOVE ZEROS TO WRK-SALDO-SUBSID.
           MOVE ZEROS TO WRK-SALDO-CONTA.
           MOVE ZEROS TO WRK-PENDENTE-CONTA.
           MOVE ZEROS TO WRK-TAB-TIT-QTD.
           MOVE ZEROS TO WRK-TAB-LRZ-QTD.
           MOVE 'N'   TO WRK-TIT-TRUNCADO-SW.
           MOVE 'N'   TO WRK-LRZ-TRUNCADO-SW.
           MOVE 'N'   TO WRK-SUBSID-AUSENTE-SW.
           INITIALIZE WRK-TAB-DIAS.

           EVALUATE WRK-CTL-SUB
               WHEN 1
                   PERFORM 0210-TOTALIZAR-CONTAREC
               WHEN 2
                   PERFORM 0220-TOTALIZAR-CONTAPAG
               WHEN OTHER
                   PERFORM 0230-TOTALIZAR-COMFOLHA
           END-EVALUATE.

           PERFORM 8100-SALDO-CONTA-CONTROLE.
           PERFORM 8200-MOVIMENTO-CONTA-CONTROLE.
           PERFORM 0240-IMPRIMIR-CONCILIACAO.
           PERFORM 0260-GRAVAR-RESULTADO.

           IF WRK-CTL-SUB = 3
               SET WRK-FIM TO TRUE
           END-IF.

      **************************************************************
      ** TITULOS A RECEBER EM ABERTO EMITIDOS ATE O FIM DO MES, PELO
      ** SALDO (VALOR MENOS O JA RECEBIDO).
      **************************************************************
       0210-TOTALIZAR-CONTAREC.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS NOT = '00'
               SET WRK-SUBSID-AUSENTE TO TRUE
           ELSE
               READ CONTAREC-FILE NEXT RECORD
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0211-SOMAR-TITULO-RECEBER UNTIL WRK-AUX-FIM
               CLOSE CONTAREC-FILE
           END-IF.

       0211-SOMAR-TITULO-RECEBER.

           IF CRC-DATA-EMISSAO <= WRK-FIM-MES
               IF CRC-ABERTO
                   COMPUTE WRK-VALOR-ABERTO =
                       CRC-VALOR - CRC-VALOR-PAGO
                   ADD WRK-VALOR-ABERTO TO WRK-SALDO-SUBSID
               END-IF
               IF CRC-DATA-EMISSAO >= WRK-INICIO-MES
                   MOVE CRC-NUMERO  TO WRK-CHV-NUMERO
                   MOVE CRC-PARCELA TO WRK-CHV-PARCELA
                   MOVE CRC-DATA-EMISSAO TO WRK-DATA-AUX
                   MOVE WRK-DTA-DIA TO WRK-DIA
                   MOVE WRK-CHAVE-CRC TO WRK-CHAVE-TITULO
                   MOVE CRC-VALOR   TO WRK-VALOR-ABERTO
                   PERFORM 8400-REGISTRAR-TITULO
               END-IF
           END-IF.
           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** TITULOS A PAGAR EM ABERTO OU BLOQUEADOS (AINDA DEVIDOS)
      ** EMITIDOS ATE O FIM DO MES, PELO SALDO.
      **************************************************************
       0220-TOTALIZAR-CONTAPAG.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT CONTAPAG-FILE.
           IF WRK-CONTAPAG-STATUS NOT = '00'
               SET WRK-SUBSID-AUSENTE TO TRUE
           ELSE
               READ CONTAPAG-FILE NEXT RECORD
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0221-SOMAR-TITULO-PAGAR UNTIL WRK-AUX-FIM
               CLOSE CONTAPAG-FILE
           END-IF.

       0221-SOMAR-TITULO-PAGAR.

           IF CPG-DATA-EMISSAO <= WRK-FIM-MES
               IF CPG-ABERTO OR CPG-BLOQUEADO
                   COMPUTE WRK-VALOR-ABERTO =
                       CPG-VALOR - CPG-VALOR-PAGO
                   ADD WRK-VALOR-ABERTO TO WRK-SALDO-SUBSID
               END-IF
               IF CPG-DATA-EMISSAO >= WRK-INICIO-MES
                   MOVE CPG-DATA-EMISSAO TO WRK-DATA-AUX
                   MOVE WRK-DTA-DIA TO WRK-DIA
                   MOVE SPACES      TO WRK-CHAVE-TITULO
                   STRING CPG-NUMERO DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       CPG-TIPO DELIMITED BY SIZE
                       INTO WRK-CHAVE-TITULO
                   MOVE CPG-VALOR   TO WRK-VALOR-ABERTO
                   PERFORM 8400-REGISTRAR-TITULO
               END-IF
           END-IF.
           READ CONTAPAG-FILE NEXT RECORD
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** COMISSOES AINDA NAO PAGAS (INTERFACE COMFOLHA, ESVAZIADA
      ** PELA FOLHA AO PAGAR). SEM DATA, SO COMPETENCIA: AS DA
      ** COMPETENCIA DO LOTE ENTRAM NO CONFRONTO DO MES TODO (DIA 1).
      ** O ARQUIVO AUSENTE E O MESMO QUE NENHUMA COMISSAO A PAGAR.
      **************************************************************
       0230-TOTALIZAR-COMFOLHA.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT COMFOLHA-FILE.
           IF WRK-COMFOLHA-STATUS NOT = '35'
               READ COMFOLHA-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0231-SOMAR-COMISSAO UNTIL WRK-AUX-FIM
               CLOSE COMFOLHA-FILE
           END-IF.

       0231-SOMAR-COMISSAO.

           IF CFO-COMPETENCIA <= WRK-ANOMES-REF
               ADD CFO-VALOR TO WRK-SALDO-SUBSID
               IF CFO-COMPETENCIA = WRK-ANOMES-REF
                   MOVE 1             TO WRK-DIA
                   MOVE CFO-MATRICULA TO WRK-CHV-MATRICULA
                   MOVE WRK-CHAVE-CFO TO WRK-CHAVE-TITULO
                   MOVE CFO-VALOR     TO WRK-VALOR-ABERTO
                   PERFORM 8400-REGISTRAR-TITULO
               END-IF
           END-IF.
           READ COMFOLHA-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** RELATORIO DO CONTROLE: SALDOS, DIFERENCA, CONFRONTO DO MES
      ** E OS DIAS QUE NAO BATEM, COM OS ITENS DE CADA LADO.
      **************************************************************
       0240-IMPRIMIR-CONCILIACAO.

           IF WRK-NATUREZA = 'D'
               COMPUTE WRK-SALDO-RAZAO =
                   ZERO - WRK-SALDO-CONTA - WRK-PENDENTE-CONTA
           ELSE
               COMPUTE WRK-SALDO-RAZAO =
                   WRK-SALDO-CONTA + WRK-PENDENTE-CONTA
           END-IF.
           COMPUTE WRK-DIFERENCA = WRK-SALDO-SUBSID - WRK-SALDO-RAZAO.

           MOVE ZEROS TO WRK-EMITIDO-MES.
           MOVE ZEROS TO WRK-LANCADO-MES.
           PERFORM 0241-SOMAR-DIA
               VARYING WRK-DIA-SUB FROM 1 BY 1 UNTIL WRK-DIA-SUB > 31.
           COMPUTE WRK-NAO-EXPLICADO = WRK-DIFERENCA
               - (WRK-EMITIDO-MES - WRK-LANCADO-MES).

           MOVE SPACES TO CTLCONRL-LINHA.
           WRITE CTLCONRL-LINHA.
           MOVE SPACES TO CTLCONRL-LINHA.
           STRING 'CONTROLE: ' DELIMITED BY SIZE
               TAB-CTL-SUBSIDIARIO(WRK-CTL-SUB) DELIMITED BY SIZE
               '  X  CONTA ' DELIMITED BY SIZE
               WRK-CONTA-CONTROLE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TAB-CTL-DESCRICAO(WRK-CTL-SUB) DELIMITED BY SIZE
               INTO CTLCONRL-LINHA.
           WRITE CTLCONRL-LINHA.

           IF WRK-SUBSID-AUSENTE
               MOVE '  SUBSIDIARIO AUSENTE - CONCILIACAO NAO FEITA.'
                   TO CTLCONRL-LINHA
               WRITE CTLCONRL-LINHA
           ELSE
               MOVE '  SALDO DO SUBSIDIARIO' TO WRK-LV-TEXTO
               MOVE WRK-SALDO-SUBSID TO WRK-LV-VALOR
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-VALOR
               MOVE '  SALDO DA CONTA DE CONTROLE' TO WRK-LV-TEXTO
               MOVE WRK-SALDO-RAZAO  TO WRK-LV-VALOR
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-VALOR
               IF WRK-PENDENTE-CONTA NOT = ZEROS
                   MOVE '    (INCLUI PENDENTES DO LANCTOS)'
                       TO WRK-LV-TEXTO
                   IF WRK-NATUREZA = 'D'
                       COMPUTE WRK-LV-VALOR = ZERO - WRK-PENDENTE-CONTA
                   ELSE
                       MOVE WRK-PENDENTE-CONTA TO WRK-LV-VALOR
                   END-IF
                   WRITE CTLCONRL-LINHA FROM WRK-LINHA-VALOR
               END-IF
               MOVE '  DIFERENCA (SUBSIDIARIO - CONTA)' TO WRK-LV-TEXTO
               MOVE WRK-DIFERENCA    TO WRK-LV-VALOR
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-VALOR
               MOVE '  EMITIDO NO MES NO SUBSIDIARIO' TO WRK-LV-TEXTO
               MOVE WRK-EMITIDO-MES  TO WRK-LV-VALOR
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-VALOR
               MOVE '  LANCADO NO MES NA CONTA (ORIGEM)'
                   TO WRK-LV-TEXTO
               MOVE WRK-LANCADO-MES  TO WRK-LV-VALOR
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-VALOR
               IF WRK-DIFERENCA NOT = ZEROS
                   MOVE '  NAO EXPLICADO PELO MES (BAIXAS/ANTERIORES)'
                       TO WRK-LV-TEXTO
                   MOVE WRK-NAO-EXPLICADO TO WRK-LV-VALOR
                   WRITE CTLCONRL-LINHA FROM WRK-LINHA-VALOR
               END-IF
               PERFORM 0245-LISTAR-DIA
                   VARYING WRK-DIA-SUB FROM 1 BY 1
                   UNTIL WRK-DIA-SUB > 31
               IF WRK-TIT-TRUNCADO OR WRK-LRZ-TRUNCADO
                   MOVE '  ** LISTA DE ITENS TRUNCADA EM 500 POR LADO.'
                       TO CTLCONRL-LINHA
                   WRITE CTLCONRL-LINHA
               END-IF
           END-IF.

       0241-SOMAR-DIA.

           ADD TAB-DIA-SUBSID(WRK-DIA-SUB) TO WRK-EMITIDO-MES.
           ADD TAB-DIA-RAZAO(WRK-DIA-SUB)  TO WRK-LANCADO-MES.

       0245-LISTAR-DIA.

           IF TAB-DIA-SUBSID(WRK-DIA-SUB)
               NOT = TAB-DIA-RAZAO(WRK-DIA-SUB)
               IF WRK-CTL-SUB = 3
                   MOVE 'MES'       TO WRK-LDI-DIA
               ELSE
                   MOVE WRK-DIA-SUB TO WRK-LDI-DIA
               END-IF
               MOVE TAB-DIA-SUBSID(WRK-DIA-SUB) TO WRK-LDI-SUBSID
               MOVE TAB-DIA-RAZAO(WRK-DIA-SUB)  TO WRK-LDI-RAZAO
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-DIA
               PERFORM 0250-LISTAR-TITULO
                   VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB > WRK-TAB-TIT-QTD
               PERFORM 0255-LISTAR-LANCAMENTO
                   VARYING WRK-ITEM-SUB FROM 1 BY 1
                   UNTIL WRK-ITEM-SUB > WRK-TAB-LRZ-QTD
           END-IF.

       0250-LISTAR-TITULO.

           IF TAB-TIT-DIA(WRK-ITEM-SUB) = WRK-DIA-SUB
               MOVE SPACES TO WRK-LIT-HISTORICO
               IF TAB-DIA-RAZAO(WRK-DIA-SUB) = ZEROS
                   MOVE 'TITULO SEM LANCAMENTO'  TO WRK-LIT-MOTIVO
               ELSE
                   MOVE 'TITULO DO DIA'          TO WRK-LIT-MOTIVO
               END-IF
               MOVE TAB-TIT-CHAVE(WRK-ITEM-SUB)  TO WRK-LIT-CHAVE
               MOVE TAB-TIT-VALOR(WRK-ITEM-SUB)  TO WRK-LIT-VALOR
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-ITEM
           END-IF.

       0255-LISTAR-LANCAMENTO.

           IF TAB-LRZ-DIA(WRK-ITEM-SUB) = WRK-DIA-SUB
               IF TAB-DIA-SUBSID(WRK-DIA-SUB) = ZEROS
                   MOVE 'LANCAMENTO SEM TITULO'  TO WRK-LIT-MOTIVO
               ELSE
                   MOVE 'LANCAMENTO DO DIA'      TO WRK-LIT-MOTIVO
               END-IF
               MOVE TAB-LRZ-DOCUMENTO(WRK-ITEM-SUB) TO WRK-LIT-CHAVE
               MOVE TAB-LRZ-HISTORICO(WRK-ITEM-SUB)
                   TO WRK-LIT-HISTORICO
               MOVE TAB-LRZ-VALOR(WRK-ITEM-SUB)  TO WRK-LIT-VALOR
               WRITE CTLCONRL-LINHA FROM WRK-LINHA-ITEM
           END-IF.

      **************************************************************
      ** RESULTADO NO CTLRESUM (VER CPYCTR*), COM O SUBSIDIARIO
      ** COMO NOME DO CONTROLE.
      **************************************************************
       0260-GRAVAR-RESULTADO.

           MOVE 'PROGCONB'       TO CTR-PROGRAMA.
           MOVE WRK-LOTECAB-DATA TO CTR-DATA.
           MOVE TAB-CTL-SUBSIDIARIO(WRK-CTL-SUB) TO CTR-CONTROLE.
           EVALUATE TRUE
               WHEN WRK-SUBSID-AUSENTE
                   MOVE 'AUSENTE'    TO CTR-RESULTADO
               WHEN WRK-DIFERENCA = ZEROS
                   MOVE 'OK'         TO CTR-RESULTADO
               WHEN OTHER
                   MOVE 'DIVERGENTE' TO CTR-RESULTADO
                   ADD 1 TO WRK-QTD-DIVERGENTES
           END-EVALUATE.
           PERFORM 9800-GRAVAR-CONTROLE-RESUMO.

       0300-FINALIZAR.

           MOVE SPACES TO CTLCONRL-LINHA.
           WRITE CTLCONRL-LINHA.
           MOVE SPACES TO CTLCONRL-LINHA.
           STRING 'CONTROLES DIVERGENTES: ' DELIMITED BY SIZE
               WRK-QTD-DIVERGENTES DELIMITED BY SIZE
               ' DE 3' DELIMITED BY SIZE
               INTO CTLCONRL-LINHA.
           WRITE CTLCONRL-LINHA.
           CLOSE CTLCONRL-FILE.

           DISPLAY 'CONCILIACAO DOS SUBSIDIARIOS ' WRK-ANOMES-REF
               ': ' WRK-QTD-DIVERGENTES ' CONTROLE(S) DIVERGENTE(S).'.

       8010-CONFERIR-MES-FECHADO.

           IF FSN-ANOMES = WRK-ANOMES-REF
               SET WRK-MES-FECHADO TO TRUE
           END-IF.
           READ FECHSNAP-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** SALDO DA CONTA DE CONTROLE (CREDOR POSITIVO, COMO NO
      ** PROGCOB06): O FECHADO DA COMPETENCIA OU O ATUAL DO
      ** SALDOCTA. CONTA SEM SALDO = ZERO.
      **************************************************************
       8100-SALDO-CONTA-CONTROLE.

           IF WRK-MES-FECHADO
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT FECHSNAP-FILE
               READ FECHSNAP-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8110-LER-SALDO-FECHADO UNTIL WRK-AUX-FIM
               CLOSE FECHSNAP-FILE
           ELSE
               OPEN INPUT SALDOCTA-FILE
               IF WRK-SALDOCTA-STATUS = '00'
                   MOVE WRK-CONTA-CONTROLE TO SCT-CONTA
                   READ SALDOCTA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SCT-SALDO TO WRK-SALDO-CONTA
                   END-READ
                   CLOSE SALDOCTA-FILE
               END-IF
           END-IF.

       8110-LER-SALDO-FECHADO.

           IF FSN-ANOMES = WRK-ANOMES-REF
               AND FSN-CONTA = WRK-CONTA-CONTROLE
               MOVE FSN-SALDO TO WRK-SALDO-CONTA
           END-IF.
           READ FECHSNAP-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** LANCAMENTOS DA CONTA DE CONTROLE: OS DE ORIGEM DATADOS NO
      ** MES (LADO NATURAL DA CONTA) VAO PARA O CONFRONTO DIA A DIA,
      ** DO ARQUIVO MORTO (LANCARQ) E DOS PENDENTES (LANCTOS). COM O
      ** MES ABERTO, OS PENDENTES ATE O FIM DO MES COMPLETAM O
      ** SALDO ATUAL.
      **************************************************************
       8200-MOVIMENTO-CONTA-CONTROLE.

           MOVE 'N' TO WRK-PENDENTE-SW.
           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT LANCARQ-FILE.
           IF WRK-LANCARQ-STATUS NOT = '35'
               READ LANCARQ-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8210-LER-LANCARQ UNTIL WRK-AUX-FIM
               CLOSE LANCARQ-FILE
           END-IF.

           SET WRK-LANCTO-PENDENTE TO TRUE.
           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT LANCTOS-FILE.
           IF WRK-LANCTOS-STATUS NOT = '35'
               READ LANCTOS-FILE INTO LANCARQ-REG
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8220-LER-LANCTOS UNTIL WRK-AUX-FIM
               CLOSE LANCTOS-FILE
           END-IF.

       8210-LER-LANCARQ.

           PERFORM 8300-AVALIAR-LANCAMENTO.
           READ LANCARQ-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8220-LER-LANCTOS.

           PERFORM 8300-AVALIAR-LANCAMENTO.
           READ LANCTOS-FILE INTO LANCARQ-REG
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8300-AVALIAR-LANCAMENTO.

           IF LAQ-CONTA = WRK-CONTA-CONTROLE
               IF WRK-LANCTO-PENDENTE AND NOT WRK-MES-FECHADO
                   AND LAQ-DATA <= WRK-FIM-MES
                   IF LAQ-TIPO = 'D'
                       SUBTRACT LAQ-VALOR FROM WRK-PENDENTE-CONTA
                   ELSE
                       ADD LAQ-VALOR TO WRK-PENDENTE-CONTA
                   END-IF
               END-IF
               IF LAQ-TIPO = WRK-NATUREZA
                   AND LAQ-DATA >= WRK-INICIO-MES
                   AND LAQ-DATA <= WRK-FIM-MES
                   PERFORM 8310-REGISTRAR-LANCAMENTO
               END-IF
           END-IF.

       8310-REGISTRAR-LANCAMENTO.

           IF WRK-CTL-SUB = 3
               MOVE 1 TO WRK-DIA
           ELSE
               MOVE LAQ-DATA TO WRK-DATA-AUX
               MOVE WRK-DTA-DIA TO WRK-DIA
           END-IF.
           ADD LAQ-VALOR TO TAB-DIA-RAZAO(WRK-DIA).
           IF WRK-TAB-LRZ-QTD < 500
               ADD 1 TO WRK-TAB-LRZ-QTD
               MOVE WRK-DIA       TO TAB-LRZ-DIA(WRK-TAB-LRZ-QTD)
               MOVE LAQ-DOCUMENTO TO TAB-LRZ-DOCUMENTO(WRK-TAB-LRZ-QTD)
               MOVE LAQ-HISTORICO TO TAB-LRZ-HISTORICO(WRK-TAB-LRZ-QTD)
               MOVE LAQ-VALOR     TO TAB-LRZ-VALOR(WRK-TAB-LRZ-QTD)
           ELSE
               SET WRK-LRZ-TRUNCADO TO TRUE
           END-IF.

      **************************************************************
      ** TITULO EMITIDO NO MES PELO VALOR ORIGINAL (WRK-DIA,
      ** WRK-VALOR-ABERTO E WRK-CHAVE-TITULO JA MONTADOS): SOMA NO
      ** DIA E ENTRA NA LISTA, ATE A CAPACIDADE.
      **************************************************************
       8400-REGISTRAR-TITULO.

           ADD WRK-VALOR-ABERTO TO TAB-DIA-SUBSID(WRK-DIA).
           IF WRK-TAB-TIT-QTD < 500
               ADD 1 TO WRK-TAB-TIT-QTD
               MOVE WRK-CHAVE-TITULO TO TAB-TIT-CHAVE(WRK-TAB-TIT-QTD)
               MOVE WRK-DIA          TO TAB-TIT-DIA(WRK-TAB-TIT-QTD)
               MOVE WRK-VALOR-ABERTO TO TAB-TIT-VALOR(WRK-TAB-TIT-QTD)
           ELSE
               SET WRK-TIT-TRUNCADO TO TRUE
           END-IF.

       COPY CPYCTRPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
