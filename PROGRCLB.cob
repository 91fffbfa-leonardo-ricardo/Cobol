       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRCLB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RENTABILIDADE MENSAL POR CLIENTE. O TOPCLREL
      **    ORDENA OS CLIENTES PELA VENDA BRUTA, MAS PARTE DOS
      **    MAIORES COMPRADORES DA PREJUIZO QUANDO ENTRAM FRETE,
      **    DEVOLUCOES E COMISSOES. PARA CADA CLIENTE (TIPO DE
      **    PESSOA + CPF/CNPJ), NO MES DO LOTE, PARTE DO FATURADO
      **    NO LIVRO DE FATURAS (FATREG, MENOS AS REJEITADAS PELA
      **    SEFAZ) E ABATE:
      **    - AS NOTAS DE CREDITO (NOTACRED);
      **    - O FRETE CALCULADO DOS EMBARQUES DESPACHADOS PARA ELE
      **      NO MES (EMBARQUE, EMB-FRETE);
      **    - O FRETE DE RETORNO DAS REVERSAS CONFERIDAS NO MES
      **      (REVERSAS, REV-FRETE-RETORNO, CLIENTE PELO EMBARQUE);
      **    - A COMISSAO PAGA AO VENDEDOR, LIQUIDA DOS ESTORNOS
      **      (HISTORICO COMCLI DO PROGVENDB);
      **    - O CUSTO FINANCEIRO DO ATRASO: CADA PAGAMENTO DO MES
      **      (PAGTOS) FEITO DEPOIS DO VENCIMENTO DO TITULO
      **      (CONTAREC) CUSTA WRK-CUSTO-DIA-PCT POR DIA CORRIDO DE
      **      ATRASO SOBRE O VALOR PAGO (A MESMA TAXA DOS JUROS DE
      **      ATRASO DO PROGRECB). SAI TAMBEM O ATRASO MEDIO,
      **      PONDERADO PELO VALOR PAGO.
      **    O RESULTADO E A MARGEM DE CONTRIBUICAO E O PERCENTUAL
      **    SOBRE O FATURADO, DO MAIS AO MENOS RENTAVEL, NO
      **    RELATORIO RCLREL E NO CSV RCLCSV PARA A DIRETORIA
      **    COMERCIAL.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATREG-STATUS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACRED-STATUS.
           SELECT REVERSAS-FILE ASSIGN TO "REVERSAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REVERSAS-STATUS.
           SELECT PAGTOS-FILE ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGTOS-STATUS.
           SELECT RCLREL-FILE ASSIGN TO "RCLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCLREL-STATUS.
           SELECT RCLCSV-FILE ASSIGN TO "RCLCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCLCSV-STATUS.
           COPY CPYEMBSL.
           COPY CPYCMCSL.
           COPY CPYCRCSL.
           COPY CPYCLISL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  FATREG-FILE.
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-QTD-ITENS      PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-TOTAL          PIC 9(09)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-UF             PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-ICMS           PIC 9(09)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-PROTOCOLO      PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-SIT-FISCAL     PIC X(01).
               88  FRG-FISCAL-PENDENTE        VALUE 'P'.
               88  FRG-FISCAL-AUTORIZADA      VALUE 'A'.
               88  FRG-FISCAL-REJEITADA       VALUE 'R'.

       FD  NOTACRED-FILE.
       01  NOTACRED-REG.
           05  NCR-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-FATURA-ORIG    PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-CLIENTE.
               10  NCR-TIPO-PESSOA PIC X(01).
               10  NCR-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-VALOR          PIC 9(09)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-UF             PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-ICMS           PIC 9(09)V99.

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
           05  REV-FRETE-RETORNO  PIC 9(08)V99.

       FD  PAGTOS-FILE.
       01  PAGTO-REG.
           05  PAG-NUMERO         PIC 9(08).
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).

       FD  RCLREL-FILE.
       01  RCLREL-LINHA           PIC X(132).

       FD  RCLCSV-FILE.
       01  RCLCSV-LINHA           PIC X(200).
       COPY CPYEMBFD.
       COPY CPYCMCFD.
       COPY CPYCRCFD.
       COPY CPYCLIFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-FATREG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-NOTACRED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REVERSAS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PAGTOS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RCLREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RCLCSV-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-COMCLI-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-ARQ-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-ARQ-FIM                    VALUE 'S'.
       77  WRK-EMBARQUE-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMBARQUE-ABERTO            VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAREC-ABERTO            VALUE 'S'.
       77  WRK-CLIENTE-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO             VALUE 'S'.
       77  WRK-RCL-OK-SW          PIC X(01) VALUE 'N'.
           88  WRK-RCL-OK                     VALUE 'S'.
      *    CUSTO DO DINHEIRO PARADO: MESMA TAXA DIARIA DOS JUROS DE
      *    ATRASO COBRADOS PELO PROGRECB
       77  WRK-CUSTO-DIA-PCT      PIC 9(01)V999 VALUE 0,033.
       77  WRK-ANOMES             PIC 9(06) VALUE ZEROS.
       77  WRK-INICIO-MES         PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-MES            PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       01  WRK-CHAVE-CLIENTE.
           05  WRK-CHV-TIPO-PESSOA PIC X(01).
           05  WRK-CHV-DOC-CLIENTE PIC 9(14).
       77  WRK-QTD-DESPREZADOS    PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-RCL-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-ORD-I              PIC 9(03) VALUE ZEROS.
       77  WRK-ORD-J              PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RENTABILIDADE.
           05  TAB-RCL OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-RCL-QTD
                   INDEXED BY RCL-IDX.
               10  TAB-RCL-CLIENTE    PIC X(15).
               10  TAB-RCL-FATURADO   PIC 9(11)V99.
               10  TAB-RCL-DEVOLUCOES PIC 9(11)V99.
               10  TAB-RCL-FRETE      PIC 9(11)V99.
               10  TAB-RCL-RETORNO    PIC 9(11)V99.
               10  TAB-RCL-COMISSAO   PIC S9(11)V99.
               10  TAB-RCL-PAGO       PIC 9(11)V99.
               10  TAB-RCL-PAGO-DIAS  PIC 9(15)V99.
               10  TAB-RCL-DIAS-MEDIO PIC 9(05).
               10  TAB-RCL-CUSTO-FIN  PIC 9(11)V99.
               10  TAB-RCL-MARGEM     PIC S9(11)V99.
               10  TAB-RCL-MARGEM-PCT PIC S9(05)V99.
       01  WRK-RCL-TROCA          PIC X(148).
       01  WRK-TOTAIS.
           05  WRK-TOT-FATURADO   PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-DEVOLUCOES PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-FRETE      PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-RETORNO    PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-COMISSAO   PIC S9(11)V99 VALUE ZEROS.
           05  WRK-TOT-PAGO       PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-PAGO-DIAS  PIC 9(15)V99 VALUE ZEROS.
           05  WRK-TOT-CUSTO-FIN  PIC 9(11)V99 VALUE ZEROS.
           05  WRK-TOT-MARGEM     PIC S9(11)V99 VALUE ZEROS.
           05  WRK-TOT-MARGEM-PCT PIC S9(05)V99 VALUE ZEROS.
           05  WRK-TOT-DIAS-MEDIO PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NEGATIVOS      PIC 9(05) VALUE ZEROS.
       01  WRK-LINHA-TITULOS.
           05  FILLER PIC X(04) VALUE 'POS '.
           05  FILLER PIC X(19) VALUE 'CPF/CNPJ'.
           05  FILLER PIC X(16) VALUE 'CLIENTE'.
           05  FILLER PIC X(11) VALUE '  FATURADO '.
           05  FILLER PIC X(11) VALUE 'DEVOLUCOES '.
           05  FILLER PIC X(11) VALUE '     FRETE '.
           05  FILLER PIC X(11) VALUE ' F.RETORNO '.
           05  FILLER PIC X(12) VALUE '   COMISSAO '.
           05  FILLER PIC X(04) VALUE 'ATR '.
           05  FILLER PIC X(10) VALUE 'CUSTO FIN '.
           05  FILLER PIC X(12) VALUE '     MARGEM '.
           05  FILLER PIC X(08) VALUE ' MARGEM%'.
       01  WRK-LINHA-RCL.
           05  WRK-LR-POSICAO     PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-NOME        PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-FATURADO    PIC ZZZZZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-DEVOLUCOES  PIC ZZZZZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-FRETE       PIC ZZZZZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-RETORNO     PIC ZZZZZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-COMISSAO    PIC -ZZZZZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-DIAS        PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-CUSTO-FIN   PIC ZZZZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-MARGEM      PIC -ZZZZZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-MARGEM-PCT  PIC -ZZZ9,99.
       77  WRK-LR-CUSTO-TAXA      PIC 9,999.
       77  WRK-CSV-PTR            PIC 9(03) VALUE ZEROS.
       77  WRK-CSV-SINAL          PIC X(01) VALUE SPACE.
       77  WRK-CSV-NUMERO         PIC S9(11)V99 VALUE ZEROS.
       01  WRK-CSV-VALOR          PIC 9(11)V99 VALUE ZEROS.
       01  WRK-CSV-VALOR-R REDEFINES WRK-CSV-VALOR.
           05  WRK-CSV-INT        PIC 9(11).
           05  WRK-CSV-DEC        PIC 9(02).
       01  WRK-CSV-CLIENTE.
           05  WRK-CSV-TIPO-PESSOA PIC X(01).
           05  WRK-CSV-DOCUMENTO  PIC 9(14).
       77  WRK-CSV-DOC-SAIDA      PIC X(14) VALUE SPACES.
       77  WRK-CSV-NOME           PIC X(20) VALUE SPACES.
       COPY CPYDTSWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0210-SOMAR-FATURAS.
           PERFORM 0220-SOMAR-NOTAS-CREDITO.
           PERFORM 0230-SOMAR-FRETES.
           PERFORM 0240-SOMAR-FRETES-RETORNO.
           PERFORM 0250-SOMAR-COMISSOES.
           PERFORM 0260-SOMAR-ATRASOS.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGRCLB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES.
           COMPUTE WRK-INICIO-MES = WRK-ANOMES * 100 + 1.
           MOVE 'UM'           TO DTS-FUNCAO.
           MOVE WRK-INICIO-MES TO DTS-DATA1.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           COMPUTE WRK-FIM-MES = WRK-ANOMES * 100 + DTS-DIAS.

           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS = '00'
               SET WRK-EMBARQUE-ABERTO TO TRUE
           ELSE
               DISPLAY 'EMBARQUES INDISPONIVEIS - FRETES NAO '
                   'ABATIDOS.'
           END-IF.
           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS = '00'
               SET WRK-CONTAREC-ABERTO TO TRUE
           ELSE
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - ATRASOS NAO '
                   'APURADOS.'
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLIENTE-STATUS = '00'
               SET WRK-CLIENTE-ABERTO TO TRUE
           END-IF.

      **************************************************************
      ** FATURADO: FATURAS DO MES NO LIVRO FATREG, MENOS AS
      ** REJEITADAS PELA SEFAZ (COMO NA APURACAO DO PROGAPUB).
      **************************************************************
       0210-SOMAR-FATURAS.

           MOVE 'N' TO WRK-ARQ-FIM-SW.
           OPEN INPUT FATREG-FILE.
           IF WRK-FATREG-STATUS = '00'
               READ FATREG-FILE
                   AT END SET WRK-ARQ-FIM TO TRUE
               END-READ
               PERFORM 0211-SOMAR-FATURA UNTIL WRK-ARQ-FIM
               CLOSE FATREG-FILE
           ELSE
               MOVE 'PROGRCLB'          TO ABL-PROGRAMA
               MOVE '0210-SOMAR-FATURAS' TO ABL-PARAGRAFO
               MOVE WRK-FATREG-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O LIVRO DE FATURAS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           END-IF.

       0211-SOMAR-FATURA.

           IF FRG-DATA(1:6) = WRK-ANOMES
               AND NOT FRG-FISCAL-REJEITADA
               MOVE FRG-CLIENTE TO WRK-CHAVE-CLIENTE
               PERFORM 8000-LOCALIZAR-CLIENTE
               IF WRK-RCL-OK
                   ADD FRG-TOTAL TO TAB-RCL-FATURADO(RCL-IDX)
               END-IF
           END-IF.
           READ FATREG-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** DEVOLUCOES: NOTAS DE CREDITO DO MES (NOTACRED, GRAVADAS
      ** PELO PROGVENDB).
      **************************************************************
       0220-SOMAR-NOTAS-CREDITO.

           MOVE 'N' TO WRK-ARQ-FIM-SW.
           OPEN INPUT NOTACRED-FILE.
           IF WRK-NOTACRED-STATUS = '00'
               READ NOTACRED-FILE
                   AT END SET WRK-ARQ-FIM TO TRUE
               END-READ
               PERFORM 0221-SOMAR-NOTA-CREDITO UNTIL WRK-ARQ-FIM
               CLOSE NOTACRED-FILE
           END-IF.

       0221-SOMAR-NOTA-CREDITO.

           IF NCR-DATA(1:6) = WRK-ANOMES
               MOVE NCR-CLIENTE TO WRK-CHAVE-CLIENTE
               PERFORM 8000-LOCALIZAR-CLIENTE
               IF WRK-RCL-OK
                   ADD NCR-VALOR TO TAB-RCL-DEVOLUCOES(RCL-IDX)
               END-IF
           END-IF.
           READ NOTACRED-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** FRETE: FRETE CALCULADO DOS EMBARQUES DESPACHADOS NO MES
      ** (DEVOLVIDOS INCLUSIVE - O FRETE DE IDA FOI PAGO). EMBARQUE
      ** ANTERIOR AO FRETE NO REGISTRO OU SEM CLIENTE NAO ENTRA.
      **************************************************************
       0230-SOMAR-FRETES.

           IF WRK-EMBARQUE-ABERTO
               MOVE 'N' TO WRK-ARQ-FIM-SW
               MOVE WRK-INICIO-MES TO EMB-DATA-DESPACHO
               MOVE ZEROS          TO EMB-SEQUENCIA
               START EMBARQUE-FILE KEY IS NOT LESS THAN EMB-CHAVE
                   INVALID KEY SET WRK-ARQ-FIM TO TRUE
               END-START
               PERFORM 0231-SOMAR-FRETE UNTIL WRK-ARQ-FIM
           END-IF.

       0231-SOMAR-FRETE.

           READ EMBARQUE-FILE NEXT RECORD
               AT END
                   SET WRK-ARQ-FIM TO TRUE
               NOT AT END
                   IF EMB-DATA-DESPACHO > WRK-FIM-MES
                       SET WRK-ARQ-FIM TO TRUE
                   ELSE
                       IF EMB-FRETE IS NUMERIC
                           AND EMB-DOC-CLIENTE IS NUMERIC
                           AND EMB-DOC-CLIENTE > ZEROS
                           MOVE EMB-CLIENTE TO WRK-CHAVE-CLIENTE
                           PERFORM 8000-LOCALIZAR-CLIENTE
                           IF WRK-RCL-OK
                               ADD EMB-FRETE
                                   TO TAB-RCL-FRETE(RCL-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      **************************************************************
      ** FRETE DE RETORNO: REVERSAS CONFERIDAS COM DEVOLUCAO NO MES.
      ** O CLIENTE E O DO EMBARQUE DE ORIGEM.
      **************************************************************
       0240-SOMAR-FRETES-RETORNO.

           IF WRK-EMBARQUE-ABERTO
               MOVE 'N' TO WRK-ARQ-FIM-SW
               OPEN INPUT REVERSAS-FILE
               IF WRK-REVERSAS-STATUS = '00'
                   READ REVERSAS-FILE
                       AT END SET WRK-ARQ-FIM TO TRUE
                   END-READ
                   PERFORM 0241-SOMAR-FRETE-RETORNO
                       UNTIL WRK-ARQ-FIM
                   CLOSE REVERSAS-FILE
               END-IF
           END-IF.

       0241-SOMAR-FRETE-RETORNO.

           IF REV-CONFERIDA
               AND REV-DATA-DEVOLUCAO(1:6) = WRK-ANOMES
               AND REV-FRETE-RETORNO IS NUMERIC
               AND REV-FRETE-RETORNO > ZEROS
               MOVE REV-DATA-DESPACHO TO EMB-DATA-DESPACHO
               MOVE REV-SEQUENCIA     TO EMB-SEQUENCIA
               READ EMBARQUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMB-DOC-CLIENTE IS NUMERIC
                           AND EMB-DOC-CLIENTE > ZEROS
                           MOVE EMB-CLIENTE TO WRK-CHAVE-CLIENTE
                           PERFORM 8000-LOCALIZAR-CLIENTE
                           IF WRK-RCL-OK
                               ADD REV-FRETE-RETORNO
                                   TO TAB-RCL-RETORNO(RCL-IDX)
                           END-IF
                       END-IF
               END-READ
           END-IF.
           READ REVERSAS-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** COMISSAO: HISTORICO DIARIO POR CLIENTE DO PROGVENDB
      ** (COMCLI), COMISSAO GERADA MENOS A ESTORNADA NO MES.
      **************************************************************
       0250-SOMAR-COMISSOES.

           MOVE 'N' TO WRK-ARQ-FIM-SW.
           OPEN INPUT COMCLI-FILE.
           IF WRK-COMCLI-STATUS = '00'
               READ COMCLI-FILE
                   AT END SET WRK-ARQ-FIM TO TRUE
               END-READ
               PERFORM 0251-SOMAR-COMISSAO UNTIL WRK-ARQ-FIM
               CLOSE COMCLI-FILE
           END-IF.

       0251-SOMAR-COMISSAO.

           IF CMC-DATA(1:6) = WRK-ANOMES
               MOVE CMC-CLIENTE TO WRK-CHAVE-CLIENTE
               PERFORM 8000-LOCALIZAR-CLIENTE
               IF WRK-RCL-OK
                   COMPUTE TAB-RCL-COMISSAO(RCL-IDX) =
                       TAB-RCL-COMISSAO(RCL-IDX)
                       + CMC-COMISSAO - CMC-ESTORNO
               END-IF
           END-IF.
           READ COMCLI-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** ATRASO: PAGAMENTOS DO MES CONTRA O VENCIMENTO DO TITULO NO
      ** CONTAREC (PAGAMENTO SEM PARCELA VALE A 01, COMO NO
      ** PROGKPIB). ACUMULA O VALOR PAGO E O VALOR X DIAS DE ATRASO,
      ** DE ONDE SAEM O ATRASO MEDIO E O CUSTO FINANCEIRO.
      **************************************************************
       0260-SOMAR-ATRASOS.

           IF WRK-CONTAREC-ABERTO
               MOVE 'N' TO WRK-ARQ-FIM-SW
               OPEN INPUT PAGTOS-FILE
               IF WRK-PAGTOS-STATUS = '00'
                   READ PAGTOS-FILE
                       AT END SET WRK-ARQ-FIM TO TRUE
                   END-READ
                   PERFORM 0261-SOMAR-ATRASO UNTIL WRK-ARQ-FIM
                   CLOSE PAGTOS-FILE
               END-IF
           END-IF.

       0261-SOMAR-ATRASO.

           IF PAG-DATA(1:6) = WRK-ANOMES
               MOVE PAG-NUMERO TO CRC-NUMERO
               IF PAG-PARCELA IS NUMERIC AND PAG-PARCELA > ZEROS
                   MOVE PAG-PARCELA TO CRC-PARCELA
               ELSE
                   MOVE 1 TO CRC-PARCELA
               END-IF
               READ CONTAREC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0262-ACUMULAR-ATRASO
               END-READ
           END-IF.
           READ PAGTOS-FILE
               AT END SET WRK-ARQ-FIM TO TRUE
           END-READ.

       0262-ACUMULAR-ATRASO.

           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF PAG-DATA > CRC-DATA-VENCTO
               MOVE 'DE'            TO DTS-FUNCAO
               MOVE CRC-DATA-VENCTO TO DTS-DATA1
               MOVE PAG-DATA        TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-DIAS        TO WRK-DIAS-ATRASO
           END-IF.

           IF PAG-DOC-CLIENTE IS NUMERIC AND PAG-DOC-CLIENTE > ZEROS
               MOVE PAG-CLIENTE TO WRK-CHAVE-CLIENTE
           ELSE
               MOVE CRC-CLIENTE TO WRK-CHAVE-CLIENTE
           END-IF.
           PERFORM 8000-LOCALIZAR-CLIENTE.
           IF WRK-RCL-OK
               ADD PAG-VALOR TO TAB-RCL-PAGO(RCL-IDX)
               IF WRK-DIAS-ATRASO > ZEROS
                   COMPUTE TAB-RCL-PAGO-DIAS(RCL-IDX) =
                       TAB-RCL-PAGO-DIAS(RCL-IDX)
                       + PAG-VALOR * WRK-DIAS-ATRASO
               END-IF
           END-IF.

      **************************************************************
      ** MARGEM DE CADA CLIENTE, ORDENACAO DO MAIS AO MENOS RENTAVEL
      ** (TROCA DE VIZINHOS EM PASSADAS SUCESSIVAS, COMO O TOPCLREL
      ** DO PROGVENDB), RELATORIO E CSV.
      **************************************************************
       0300-FINALIZAR.

           PERFORM 0310-CALCULAR-MARGEM
               VARYING RCL-IDX FROM 1 BY 1
               UNTIL RCL-IDX > WRK-TAB-RCL-QTD.
           PERFORM 0320-ORDENAR-CLIENTES
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I >= WRK-TAB-RCL-QTD.

           OPEN OUTPUT RCLREL-FILE.
           MOVE 'PROGRCLB' TO WRK-CAB-PROGRAMA.
           MOVE 'RENTABILIDADE POR CLIENTE' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE RCLREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE RCLREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO RCLREL-LINHA.
           STRING 'COMPETENCIA: ' DELIMITED BY SIZE
               WRK-LOTECAB-MES    DELIMITED BY SIZE
               '/'                DELIMITED BY SIZE
               WRK-LOTECAB-ANO    DELIMITED BY SIZE
               INTO RCLREL-LINHA.
           WRITE RCLREL-LINHA.
           MOVE SPACES TO RCLREL-LINHA.
           WRITE RCLREL-LINHA.
           WRITE RCLREL-LINHA FROM WRK-LINHA-TITULOS.

           OPEN OUTPUT RCLCSV-FILE.
           MOVE SPACES TO RCLCSV-LINHA.
           STRING 'COMPETENCIA,POSICAO,TIPO_PESSOA,DOCUMENTO,NOME,'
               DELIMITED BY SIZE
               'FATURADO,DEVOLUCOES,FRETE,FRETE_RETORNO,COMISSAO,'
               DELIMITED BY SIZE
               'ATRASO_MEDIO_DIAS,CUSTO_FINANCEIRO,MARGEM,MARGEM_PCT'
               DELIMITED BY SIZE
               INTO RCLCSV-LINHA.
           WRITE RCLCSV-LINHA.

           MOVE ZEROS TO WRK-POSICAO.
           PERFORM 0330-IMPRIMIR-CLIENTE
               VARYING RCL-IDX FROM 1 BY 1
               UNTIL RCL-IDX > WRK-TAB-RCL-QTD.

           PERFORM 0340-IMPRIMIR-TOTAIS.

           CLOSE RCLREL-FILE.
           CLOSE RCLCSV-FILE.
           IF WRK-EMBARQUE-ABERTO
               CLOSE EMBARQUE-FILE
           END-IF.
           IF WRK-CONTAREC-ABERTO
               CLOSE CONTAREC-FILE
           END-IF.
           IF WRK-CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF.

           DISPLAY 'RENTABILIDADE POR CLIENTE - COMPETENCIA '
               WRK-ANOMES ': ' WRK-TAB-RCL-QTD ' CLIENTES, '
               WRK-QTD-NEGATIVOS ' COM MARGEM NEGATIVA.'.

       0310-CALCULAR-MARGEM.

           IF TAB-RCL-PAGO(RCL-IDX) > ZEROS
               COMPUTE TAB-RCL-DIAS-MEDIO(RCL-IDX) ROUNDED =
                   TAB-RCL-PAGO-DIAS(RCL-IDX) / TAB-RCL-PAGO(RCL-IDX)
           END-IF.
           COMPUTE TAB-RCL-CUSTO-FIN(RCL-IDX) ROUNDED =
               TAB-RCL-PAGO-DIAS(RCL-IDX) * WRK-CUSTO-DIA-PCT / 100.

           COMPUTE TAB-RCL-MARGEM(RCL-IDX) =
               TAB-RCL-FATURADO(RCL-IDX)
               - TAB-RCL-DEVOLUCOES(RCL-IDX)
               - TAB-RCL-FRETE(RCL-IDX)
               - TAB-RCL-RETORNO(RCL-IDX)
               - TAB-RCL-COMISSAO(RCL-IDX)
               - TAB-RCL-CUSTO-FIN(RCL-IDX).
           IF TAB-RCL-FATURADO(RCL-IDX) > ZEROS
               COMPUTE TAB-RCL-MARGEM-PCT(RCL-IDX) ROUNDED =
                   TAB-RCL-MARGEM(RCL-IDX) * 100
                   / TAB-RCL-FATURADO(RCL-IDX)
           END-IF.
           IF TAB-RCL-MARGEM(RCL-IDX) < ZEROS
               ADD 1 TO WRK-QTD-NEGATIVOS
           END-IF.

           ADD TAB-RCL-FATURADO(RCL-IDX)   TO WRK-TOT-FATURADO.
           ADD TAB-RCL-DEVOLUCOES(RCL-IDX) TO WRK-TOT-DEVOLUCOES.
           ADD TAB-RCL-FRETE(RCL-IDX)      TO WRK-TOT-FRETE.
           ADD TAB-RCL-RETORNO(RCL-IDX)    TO WRK-TOT-RETORNO.
           ADD TAB-RCL-COMISSAO(RCL-IDX)   TO WRK-TOT-COMISSAO.
           ADD TAB-RCL-PAGO(RCL-IDX)       TO WRK-TOT-PAGO.
           ADD TAB-RCL-PAGO-DIAS(RCL-IDX)  TO WRK-TOT-PAGO-DIAS.
           ADD TAB-RCL-CUSTO-FIN(RCL-IDX)  TO WRK-TOT-CUSTO-FIN.
           ADD TAB-RCL-MARGEM(RCL-IDX)     TO WRK-TOT-MARGEM.

       0320-ORDENAR-CLIENTES.

           PERFORM 0321-COMPARAR-CLIENTES
               VARYING WRK-ORD-J FROM 1 BY 1
               UNTIL WRK-ORD-J >= WRK-TAB-RCL-QTD.

       0321-COMPARAR-CLIENTES.

           IF TAB-RCL-MARGEM(WRK-ORD-J) <
               TAB-RCL-MARGEM(WRK-ORD-J + 1)
               MOVE TAB-RCL(WRK-ORD-J)     TO WRK-RCL-TROCA
               MOVE TAB-RCL(WRK-ORD-J + 1) TO TAB-RCL(WRK-ORD-J)
               MOVE WRK-RCL-TROCA          TO TAB-RCL(WRK-ORD-J + 1)
           END-IF.

       0330-IMPRIMIR-CLIENTE.

           ADD 1 TO WRK-POSICAO.
           MOVE TAB-RCL-CLIENTE(RCL-IDX) TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE SPACES TO WRK-CSV-NOME.
           IF WRK-CLIENTE-ABERTO
               MOVE TAB-RCL-CLIENTE(RCL-IDX) TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WRK-CSV-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-CSV-NOME
               END-READ
           END-IF.

           MOVE WRK-POSICAO                  TO WRK-LR-POSICAO.
           MOVE WRK-DOC-FORMATADO            TO WRK-LR-DOCUMENTO.
           MOVE WRK-CSV-NOME                 TO WRK-LR-NOME.
           MOVE TAB-RCL-FATURADO(RCL-IDX)    TO WRK-LR-FATURADO.
           MOVE TAB-RCL-DEVOLUCOES(RCL-IDX)  TO WRK-LR-DEVOLUCOES.
           MOVE TAB-RCL-FRETE(RCL-IDX)       TO WRK-LR-FRETE.
           MOVE TAB-RCL-RETORNO(RCL-IDX)     TO WRK-LR-RETORNO.
           MOVE TAB-RCL-COMISSAO(RCL-IDX)    TO WRK-LR-COMISSAO.
           MOVE TAB-RCL-DIAS-MEDIO(RCL-IDX)  TO WRK-LR-DIAS.
           MOVE TAB-RCL-CUSTO-FIN(RCL-IDX)   TO WRK-LR-CUSTO-FIN.
           MOVE TAB-RCL-MARGEM(RCL-IDX)      TO WRK-LR-MARGEM.
           MOVE TAB-RCL-MARGEM-PCT(RCL-IDX)  TO WRK-LR-MARGEM-PCT.
           WRITE RCLREL-LINHA FROM WRK-LINHA-RCL.

           MOVE TAB-RCL-CLIENTE(RCL-IDX) TO WRK-CSV-CLIENTE.
           PERFORM 0335-MASCARAR-CSV.
           MOVE SPACES TO RCLCSV-LINHA.
           MOVE 1 TO WRK-CSV-PTR.
           STRING WRK-ANOMES           DELIMITED BY SIZE
               ','                     DELIMITED BY SIZE
               WRK-POSICAO             DELIMITED BY SIZE
               ','                     DELIMITED BY SIZE
               WRK-CSV-TIPO-PESSOA     DELIMITED BY SIZE
               ','                     DELIMITED BY SIZE
               WRK-CSV-DOC-SAIDA       DELIMITED BY SIZE
               ','                     DELIMITED BY SIZE
               WRK-CSV-NOME            DELIMITED BY '  '
               INTO RCLCSV-LINHA
               WITH POINTER WRK-CSV-PTR.
           MOVE TAB-RCL-FATURADO(RCL-IDX)   TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           MOVE TAB-RCL-DEVOLUCOES(RCL-IDX) TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           MOVE TAB-RCL-FRETE(RCL-IDX)      TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           MOVE TAB-RCL-RETORNO(RCL-IDX)    TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           MOVE TAB-RCL-COMISSAO(RCL-IDX)   TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           STRING ','                      DELIMITED BY SIZE
               TAB-RCL-DIAS-MEDIO(RCL-IDX) DELIMITED BY SIZE
               INTO RCLCSV-LINHA
               WITH POINTER WRK-CSV-PTR.
           MOVE TAB-RCL-CUSTO-FIN(RCL-IDX)  TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           MOVE TAB-RCL-MARGEM(RCL-IDX)     TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           MOVE TAB-RCL-MARGEM-PCT(RCL-IDX) TO WRK-CSV-NUMERO.
           PERFORM 0350-CSV-ACRESCENTAR-VALOR.
           WRITE RCLCSV-LINHA.

      **************************************************************
      ** DOCUMENTO DA LINHA DO RCLCSV: COMPLETO (DIGITOS SEM
      ** PONTUACAO) SO PARA O NIVEL AUTORIZADO (VER PROGMASC); NOS
      ** DEMAIS CASOS O CPF SAI COMO ***.999.999-**. CNPJ SAI
      ** COMPLETO.
      **************************************************************
       0335-MASCARAR-CSV.

           IF WRK-CSV-TIPO-PESSOA = 'J' OR MSK-COMPLETO
               MOVE WRK-CSV-DOCUMENTO TO WRK-CSV-DOC-SAIDA
           ELSE
               MOVE 'CP'              TO MSK-FUNCAO
               MOVE WRK-CSV-DOCUMENTO TO MSK-CPF
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-SAIDA         TO WRK-CSV-DOC-SAIDA
           END-IF.

       0340-IMPRIMIR-TOTAIS.

           IF WRK-TOT-PAGO > ZEROS
               COMPUTE WRK-TOT-DIAS-MEDIO ROUNDED =
                   WRK-TOT-PAGO-DIAS / WRK-TOT-PAGO
           END-IF.
           IF WRK-TOT-FATURADO > ZEROS
               COMPUTE WRK-TOT-MARGEM-PCT ROUNDED =
                   WRK-TOT-MARGEM * 100 / WRK-TOT-FATURADO
           END-IF.

           MOVE SPACES TO RCLREL-LINHA.
           WRITE RCLREL-LINHA.
           MOVE SPACES                TO WRK-LINHA-RCL.
           MOVE 'TOTAL'               TO WRK-LR-DOCUMENTO.
           MOVE WRK-TOT-FATURADO      TO WRK-LR-FATURADO.
           MOVE WRK-TOT-DEVOLUCOES    TO WRK-LR-DEVOLUCOES.
           MOVE WRK-TOT-FRETE         TO WRK-LR-FRETE.
           MOVE WRK-TOT-RETORNO       TO WRK-LR-RETORNO.
           MOVE WRK-TOT-COMISSAO      TO WRK-LR-COMISSAO.
           MOVE WRK-TOT-DIAS-MEDIO    TO WRK-LR-DIAS.
           MOVE WRK-TOT-CUSTO-FIN     TO WRK-LR-CUSTO-FIN.
           MOVE WRK-TOT-MARGEM        TO WRK-LR-MARGEM.
           MOVE WRK-TOT-MARGEM-PCT    TO WRK-LR-MARGEM-PCT.
           WRITE RCLREL-LINHA FROM WRK-LINHA-RCL.

           MOVE SPACES TO RCLREL-LINHA.
           WRITE RCLREL-LINHA.
           MOVE SPACES TO RCLREL-LINHA.
           STRING 'CLIENTES: ' DELIMITED BY SIZE
               WRK-TAB-RCL-QTD DELIMITED BY SIZE
               '  COM MARGEM NEGATIVA: ' DELIMITED BY SIZE
               WRK-QTD-NEGATIVOS DELIMITED BY SIZE
               INTO RCLREL-LINHA.
           WRITE RCLREL-LINHA.
           IF WRK-QTD-DESPREZADOS > ZEROS
               MOVE SPACES TO RCLREL-LINHA
               STRING 'MOVIMENTOS DESPREZADOS (MAIS DE 500 CLIENTES): '
                   DELIMITED BY SIZE
                   WRK-QTD-DESPREZADOS DELIMITED BY SIZE
                   INTO RCLREL-LINHA
               WRITE RCLREL-LINHA
           END-IF.
           MOVE SPACES TO RCLREL-LINHA.
           STRING 'FRETE: CALCULADO DOS EMBARQUES DESPACHADOS NO MES. '
               DELIMITED BY SIZE
               'F.RETORNO: REVERSAS CONFERIDAS NO MES. COMISSAO: '
               DELIMITED BY SIZE
               'GERADA MENOS ESTORNADA.' DELIMITED BY SIZE
               INTO RCLREL-LINHA.
           WRITE RCLREL-LINHA.
           MOVE WRK-CUSTO-DIA-PCT TO WRK-LR-CUSTO-TAXA.
           MOVE SPACES TO RCLREL-LINHA.
           STRING 'ATR: ATRASO MEDIO EM DIAS DOS PAGAMENTOS DO MES, '
               DELIMITED BY SIZE
               'PONDERADO PELO VALOR. CUSTO FIN: ' DELIMITED BY SIZE
               WRK-LR-CUSTO-TAXA DELIMITED BY SIZE
               '% AO DIA DE ATRASO SOBRE O VALOR PAGO.'
               DELIMITED BY SIZE
               INTO RCLREL-LINHA.
           WRITE RCLREL-LINHA.

      **************************************************************
      ** ACRESCENTA AO CSV UM VALOR COM SINAL, PONTO DECIMAL E SEM
      ** SEPARADOR DE MILHAR (WRK-CSV-NUMERO), COMO NO KPICSV.
      **************************************************************
       0350-CSV-ACRESCENTAR-VALOR.

           IF WRK-CSV-NUMERO < ZEROS
               MOVE '-' TO WRK-CSV-SINAL
               COMPUTE WRK-CSV-VALOR = ZERO - WRK-CSV-NUMERO
           ELSE
               MOVE SPACE TO WRK-CSV-SINAL
               MOVE WRK-CSV-NUMERO TO WRK-CSV-VALOR
           END-IF.
           STRING ','         DELIMITED BY SIZE
               WRK-CSV-SINAL  DELIMITED BY SPACE
               WRK-CSV-INT    DELIMITED BY SIZE
               '.'            DELIMITED BY SIZE
               WRK-CSV-DEC    DELIMITED BY SIZE
               INTO RCLCSV-LINHA
               WITH POINTER WRK-CSV-PTR.

      **************************************************************
      ** LOCALIZA (OU INCLUI) O CLIENTE WRK-CHAVE-CLIENTE NA TABELA
      ** E DEIXA RCL-IDX NELE. ACIMA DE 500 CLIENTES O MOVIMENTO E
      ** DESPREZADO E CONTADO PARA O AVISO DO RELATORIO.
      **************************************************************
       8000-LOCALIZAR-CLIENTE.

           MOVE 'N' TO WRK-RCL-OK-SW.
           SET RCL-IDX TO 1.
           SEARCH TAB-RCL
               AT END
                   PERFORM 8010-INCLUIR-CLIENTE
               WHEN TAB-RCL-CLIENTE(RCL-IDX) = WRK-CHAVE-CLIENTE
                   SET WRK-RCL-OK TO TRUE
           END-SEARCH.

       8010-INCLUIR-CLIENTE.

           IF WRK-TAB-RCL-QTD < 500
               ADD 1 TO WRK-TAB-RCL-QTD
               SET RCL-IDX TO WRK-TAB-RCL-QTD
               INITIALIZE TAB-RCL(RCL-IDX)
               MOVE WRK-CHAVE-CLIENTE TO TAB-RCL-CLIENTE(RCL-IDX)
               SET WRK-RCL-OK TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-DESPREZADOS
           END-IF.

       COPY CPYDOCPR.
       COPY CPYDMKPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
