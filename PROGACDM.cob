       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGACDM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ACORDO DE RENEGOCIACAO DE DIVIDA DO CLIENTE,
      **    CHAMADO PELO MENU (PROGMENU). O OPERADOR DA COBRANCA SE
      **    IDENTIFICA CONTRA O CADASTRO USUARIO E INFORMA O
      **    CPF/CNPJ; A TELA LISTA OS TITULOS VENCIDOS EM ABERTO DO
      **    CONTAREC COM A DIVIDA ATUALIZADA (SALDO MAIS MULTA DE 2%
      **    E JUROS DE 0,033% POR DIA UTIL DE ATRASO, COMO NA BAIXA
      **    DE RECEBIMENTOS DO PROGRECB). O OPERADOR INFORMA O
      **    DESCONTO, A ENTRADA E A QUANTIDADE DE PARCELAS E, COM A
      **    CONFIRMACAO:
      **    - O ACORDO E GRAVADO NO ACORDO COM NUMERO PROPRIO
      **      (CONTROLE ACDNUM, FAIXA A PARTIR DE 90000001);
      **    - OS TITULOS ORIGINAIS SAO LIQUIDADOS COMO RENEGOCIADOS
      **      (CRC-SITUACAO 'N'), CADA UM APONTANDO O ACORDO NO
      **      ACORDTIT;
      **    - OS TITULOS DO ACORDO ENTRAM NO CONTAREC COM O NUMERO
      **      DO ACORDO: A ENTRADA COMO PARCELA 01, VENCENDO NA DATA
      **      DO ACORDO, E AS PARCELAS MENSAIS EM SEGUIDA, COM OS
      **      VENCIMENTOS CALCULADOS COMO NO FATURAMENTO (PROGFATB);
      **    - O TERMO DE ACORDO PARA ASSINATURA DO CLIENTE SAI NO
      **      ACORDDOC;
      **    - O ACORDO E REGISTRADO NA TRILHA DE AUDITORIA.
      **    O ACOMPANHAMENTO DAS PARCELAS (ACORDO ROMPIDO OU
      **    QUITADO) E FEITO NO LOTE NOTURNO PELO PROGACDB.
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
           COPY CPYCRCSL.
           COPY CPYACDSL.
           COPY CPYATISL.
           SELECT ACDNUM-FILE ASSIGN TO "ACDNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACDNUM-STATUS.
           SELECT ACORDDOC-FILE ASSIGN TO "ACORDDOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ACORDDOC-STATUS.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCLIFD.
       COPY CPYCRCFD.
       COPY CPYACDFD.
       COPY CPYATIFD.

       FD  ACDNUM-FILE.
       01  ACDNUM-REG.
           05  ANM-ULTIMO-NUMERO  PIC 9(08).

       FD  ACORDDOC-FILE.
       01  ACORDDOC-LINHA         PIC X(80).
       COPY CPYUSUFD.
       COPY CPYAUDFD.

       WORKING-STORAGE SECTION.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ACORDO-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-ACORDTIT-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ACDNUM-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-ACORDDOC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-LEITURA-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-LEITURA-FIM                VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO              VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS         VALUE 'S'.
       77  WRK-CONDICOES-OK-SW    PIC X(01) VALUE 'N'.
           88  WRK-CONDICOES-OK             VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-USUARIO            PIC X(20) VALUE SPACES.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-NIVEL              PIC 9(06) VALUE ZEROS.
       77  WRK-HOJE               PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ACORDOS        PIC 9(04) VALUE ZEROS.
       01  WRK-BUSCA-INF.
           05  WRK-INF-CLIENTE.
               10  WRK-INF-TIPO-PESSOA PIC X(01) VALUE 'F'.
               10  WRK-INF-DOC-CLIENTE PIC 9(14) VALUE ZEROS.
           05  WRK-INF-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
           05  WRK-INF-ENTRADA    PIC 9(09)V99 VALUE ZEROS.
           05  WRK-INF-PARCELAS   PIC 9(02) VALUE ZEROS.
           05  WRK-INF-CONFIRMA   PIC X(01) VALUE SPACES.
      *    ENCARGOS DE ATRASO (OS MESMOS DA BAIXA DO PROGRECB) E
      *    LIMITES DO ACORDO
       77  WRK-MULTA-PCT          PIC 9(02)V99 VALUE 2,00.
       77  WRK-JUROS-DIA-PCT      PIC 9(01)V999 VALUE 0,033.
       77  WRK-MAX-PARCELAS       PIC 9(02) VALUE 24.
       77  WRK-MAX-TITULOS        PIC 9(02) VALUE 50.
       77  WRK-BASE-ACORDO        PIC 9(08) VALUE 90000000.
      *    CALCULO DA DIVIDA E DO PARCELAMENTO
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIAS-UTEIS-ATRASO  PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-MULTA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-JUROS        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-SALDO          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ENCARGOS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIVIDA-ATUALIZADA  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-NEGOCIADO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-FINANCIADO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ACUMULADO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARCELA-SUB        PIC 9(02) VALUE ZEROS.
       77  WRK-PARCELA-TITULO     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-IGNORADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-ACORDO      PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-DATA-PARCELA.
           05  WRK-DTP-ANO        PIC 9(04).
           05  WRK-DTP-MES        PIC 9(02).
           05  WRK-DTP-DIA        PIC 9(02).
      *    DATA AAAAMMDD EDITADA DD/MM/AAAA PARA O TERMO DE ACORDO
       01  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05  WRK-DTA-ANO        PIC 9(04).
           05  WRK-DTA-MES        PIC 9(02).
           05  WRK-DTA-DIA        PIC 9(02).
       01  WRK-DATA-EDITADA.
           05  WRK-DTE-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-DTE-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-DTE-ANO        PIC 9(04).
      *    TITULOS VENCIDOS DO CLIENTE SELECIONADOS PARA O ACORDO
       77  WRK-TAB-VEN-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-VEN-SUB            PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-VENCIDOS.
           05  TAB-VEN OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-VEN-QTD.
               10  TAB-VEN-NUMERO     PIC 9(08).
               10  TAB-VEN-PARCELA    PIC 9(02).
               10  TAB-VEN-VENCTO     PIC 9(08).
               10  TAB-VEN-SALDO      PIC 9(09)V99.
               10  TAB-VEN-MULTA      PIC 9(09)V99.
               10  TAB-VEN-JUROS      PIC 9(09)V99.
               10  TAB-VEN-DIAS       PIC 9(05).
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-NUMERO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LT-PARCELA     PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LT-VENCTO      PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LT-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LT-MULTA       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LT-JUROS       PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-PARCELA.
           05  FILLER             PIC X(10) VALUE '  PARCELA '.
           05  WRK-LP-PARCELA     PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LP-TIPO        PIC X(09).
           05  FILLER             PIC X(12) VALUE ' VENCIMENTO '.
           05  WRK-LP-VENCTO      PIC X(10).
           05  FILLER             PIC X(07) VALUE ' VALOR '.
           05  WRK-LP-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYDTSWS.
       COPY CPYDOCWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** CADASTRO DE CLIENTES E CONTAS A RECEBER SAO OBRIGATORIOS.
      ** OS ARQUIVOS DE ACORDO SAO CRIADOS NA PRIMEIRA EXECUCAO E O
      ** TERMO DE ACORDO E ACRESCENTADO AO ACORDDOC.
      **************************************************************
       0100-INICIALIZAR.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 8600-AUTENTICAR-USUARIO.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT CLIENTE-FILE
               OPEN I-O CONTAREC-FILE
               IF WRK-CLIENTE-STATUS NOT = '00'
                   OR WRK-CONTAREC-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE CLIENTES OU CONTAS A RECEBER '
                       'INDISPONIVEL.'
                   IF WRK-CLIENTE-STATUS = '00'
                       CLOSE CLIENTE-FILE
                   END-IF
                   IF WRK-CONTAREC-STATUS = '00'
                       CLOSE CONTAREC-FILE
                   END-IF
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   OPEN I-O ACORDO-FILE
                   IF WRK-ACORDO-STATUS = '35'
                       OPEN OUTPUT ACORDO-FILE
                       CLOSE ACORDO-FILE
                       OPEN I-O ACORDO-FILE
                   END-IF
                   OPEN I-O ACORDTIT-FILE
                   IF WRK-ACORDTIT-STATUS = '35'
                       OPEN OUTPUT ACORDTIT-FILE
                       CLOSE ACORDTIT-FILE
                       OPEN I-O ACORDTIT-FILE
                   END-IF
                   OPEN EXTEND ACORDDOC-FILE
                   IF WRK-ACORDDOC-STATUS = '05' OR '35'
                       CLOSE ACORDDOC-FILE
                       OPEN OUTPUT ACORDDOC-FILE
                   END-IF
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY ' '.
           DISPLAY 'OPERACAO (A=NOVO ACORDO FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'A'
                   PERFORM 0210-NOVO-ACORDO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** UM ACORDO: CLIENTE, TITULOS VENCIDOS COM A DIVIDA
      ** ATUALIZADA, CONDICOES INFORMADAS PELO OPERADOR E
      ** CONFIRMACAO ANTES DE QUALQUER GRAVACAO.
      **************************************************************
       0210-NOVO-ACORDO.

           DISPLAY 'TIPO DE PESSOA (F=FISICA J=JURIDICA)..'.
           ACCEPT WRK-INF-TIPO-PESSOA FROM CONSOLE.
           IF WRK-INF-TIPO-PESSOA NOT = 'J'
               MOVE 'F' TO WRK-INF-TIPO-PESSOA
           END-IF.
           DISPLAY 'CPF/CNPJ DO CLIENTE..'.
           ACCEPT WRK-INF-DOC-CLIENTE FROM CONSOLE.

           MOVE WRK-INF-CLIENTE TO CLI-CHAVE.
           READ CLIENTE-FILE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO.'
               NOT INVALID KEY
                   PERFORM 0220-SELECIONAR-VENCIDOS
                   IF WRK-TAB-VEN-QTD = ZEROS
                       DISPLAY 'NENHUM TITULO VENCIDO PARA RENEGOCIAR.'
                   ELSE
                       PERFORM 0230-ACEITAR-CONDICOES
                       IF WRK-CONDICOES-OK
                           PERFORM 0240-CONFIRMAR-ACORDO
                       END-IF
                   END-IF
           END-READ.

      **************************************************************
      ** TITULOS EM ABERTO DO CLIENTE, COM SALDO E VENCIDOS ANTES DE
      ** HOJE, COM MULTA E JUROS ATE HOJE (FUNCAO 'UE' DO PROGDATA,
      ** COMO NA BAIXA DO PROGRECB). PARCELAS DE ACORDO ANTERIOR
      ** (FAIXA DE NUMERACAO DOS ACORDOS) NAO SAO RENEGOCIADAS DE
      ** NOVO: O ACORDO ROMPIDO SEGUE PARA A COBRANCA.
      **************************************************************
       0220-SELECIONAR-VENCIDOS.

           MOVE ZEROS TO WRK-TAB-VEN-QTD.
           MOVE ZEROS TO WRK-QTD-IGNORADOS.
           MOVE ZEROS TO WRK-TOT-SALDO.
           MOVE ZEROS TO WRK-TOT-ENCARGOS.

           MOVE CLI-CHAVE TO WRK-DOC-CHAVE.
           PERFORM 7950-FORMATAR-DOCUMENTO.
           DISPLAY ' '.
           DISPLAY '========== ACORDO DE RENEGOCIACAO =========='.
           DISPLAY WRK-DOC-ROTULO ': ' WRK-DOC-FORMATADO
               '  ' CLI-NOME.
           DISPLAY '--- TITULOS VENCIDOS (CONTAREC) ---'.
           DISPLAY '  FATURA/PC   VENCTO              SALDO'
               '          MULTA          JUROS'.

           MOVE 'N'   TO WRK-LEITURA-FIM-SW.
           MOVE ZEROS TO CRC-CHAVE.
           START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
               INVALID KEY SET WRK-LEITURA-FIM TO TRUE
           END-START.
           PERFORM 0221-LER-TITULO UNTIL WRK-LEITURA-FIM.

           IF WRK-QTD-IGNORADOS > ZEROS
               DISPLAY '  ' WRK-QTD-IGNORADOS ' TITULO(S) VENCIDO(S) '
                   'FORA DO ACORDO (PARCELA DE ACORDO OU LIMITE DE '
                   WRK-MAX-TITULOS ' TITULOS).'
           END-IF.

           COMPUTE WRK-DIVIDA-ATUALIZADA =
               WRK-TOT-SALDO + WRK-TOT-ENCARGOS.
           IF WRK-TAB-VEN-QTD > ZEROS
               MOVE WRK-TOT-SALDO TO WRK-VALOR-EDIT
               DISPLAY '  SALDO DOS TITULOS....: ' WRK-VALOR-EDIT
               MOVE WRK-TOT-ENCARGOS TO WRK-VALOR-EDIT
               DISPLAY '  MULTA E JUROS........: ' WRK-VALOR-EDIT
               MOVE WRK-DIVIDA-ATUALIZADA TO WRK-VALOR-EDIT
               DISPLAY '  DIVIDA ATUALIZADA....: ' WRK-VALOR-EDIT
           END-IF.

       0221-LER-TITULO.

           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND CRC-ABERTO
               AND CRC-CLIENTE = WRK-INF-CLIENTE
               AND CRC-DATA-VENCTO < WRK-HOJE
               AND CRC-VALOR > CRC-VALOR-PAGO
               IF CRC-NUMERO > WRK-BASE-ACORDO
                   OR WRK-TAB-VEN-QTD >= WRK-MAX-TITULOS
                   ADD 1 TO WRK-QTD-IGNORADOS
               ELSE
                   PERFORM 0222-GUARDAR-TITULO
               END-IF
           END-IF.

       0222-GUARDAR-TITULO.

           COMPUTE WRK-SALDO-TITULO = CRC-VALOR - CRC-VALOR-PAGO.
           MOVE ZEROS TO WRK-VALOR-MULTA.
           MOVE ZEROS TO WRK-VALOR-JUROS.

           MOVE 'UE'        TO DTS-FUNCAO.
           MOVE CRC-VCT-ANO TO DTS-DATA1-ANO.
           MOVE CRC-VCT-MES TO DTS-DATA1-MES.
           MOVE CRC-VCT-DIA TO DTS-DATA1-DIA.
           MOVE WRK-HOJE    TO DTS-DATA2.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-DIAS    TO WRK-DIAS-UTEIS-ATRASO.

           IF WRK-DIAS-UTEIS-ATRASO > ZEROS
               COMPUTE WRK-VALOR-MULTA ROUNDED =
                   WRK-SALDO-TITULO * WRK-MULTA-PCT / 100
               COMPUTE WRK-VALOR-JUROS ROUNDED =
                   WRK-SALDO-TITULO * WRK-JUROS-DIA-PCT / 100
                   * WRK-DIAS-UTEIS-ATRASO
           END-IF.

           ADD 1 TO WRK-TAB-VEN-QTD.
           MOVE CRC-NUMERO       TO TAB-VEN-NUMERO(WRK-TAB-VEN-QTD).
           MOVE CRC-PARCELA      TO TAB-VEN-PARCELA(WRK-TAB-VEN-QTD).
           MOVE CRC-DATA-VENCTO  TO TAB-VEN-VENCTO(WRK-TAB-VEN-QTD).
           MOVE WRK-SALDO-TITULO TO TAB-VEN-SALDO(WRK-TAB-VEN-QTD).
           MOVE WRK-VALOR-MULTA  TO TAB-VEN-MULTA(WRK-TAB-VEN-QTD).
           MOVE WRK-VALOR-JUROS  TO TAB-VEN-JUROS(WRK-TAB-VEN-QTD).
           MOVE WRK-DIAS-UTEIS-ATRASO
               TO TAB-VEN-DIAS(WRK-TAB-VEN-QTD).
           ADD WRK-SALDO-TITULO TO WRK-TOT-SALDO.
           ADD WRK-VALOR-MULTA  TO WRK-TOT-ENCARGOS.
           ADD WRK-VALOR-JUROS  TO WRK-TOT-ENCARGOS.

           MOVE WRK-TAB-VEN-QTD TO WRK-VEN-SUB.
           PERFORM 8710-MONTAR-LINHA-TITULO.
           DISPLAY WRK-LINHA-TITULO.

      **************************************************************
      ** CONDICOES DO ACORDO: O DESCONTO (EM VALOR) SAI DA DIVIDA
      ** ATUALIZADA; A ENTRADA, QUANDO HA, TEM DE SER MENOR QUE O
      ** VALOR NEGOCIADO E O RESTANTE E DIVIDIDO EM 1 A
      ** WRK-MAX-PARCELAS PARCELAS MENSAIS (A DIFERENCA DE CENTAVOS
      ** DO RATEIO FICA NA ULTIMA).
      **************************************************************
       0230-ACEITAR-CONDICOES.

           MOVE 'N' TO WRK-CONDICOES-OK-SW.
           MOVE ZEROS TO WRK-INF-DESCONTO.
           MOVE ZEROS TO WRK-INF-ENTRADA.
           MOVE ZEROS TO WRK-INF-PARCELAS.

           DISPLAY 'DESCONTO CONCEDIDO (VALOR)..'.
           ACCEPT WRK-INF-DESCONTO FROM CONSOLE.
           DISPLAY 'VALOR DA ENTRADA (ZERO = SEM ENTRADA)..'.
           ACCEPT WRK-INF-ENTRADA FROM CONSOLE.
           DISPLAY 'QUANTIDADE DE PARCELAS (1 A ' WRK-MAX-PARCELAS
               ')..'.
           ACCEPT WRK-INF-PARCELAS FROM CONSOLE.

           EVALUATE TRUE
               WHEN WRK-INF-DESCONTO >= WRK-DIVIDA-ATUALIZADA
                   DISPLAY 'DESCONTO NAO PODE ALCANCAR A DIVIDA.'
               WHEN WRK-INF-ENTRADA >=
                       WRK-DIVIDA-ATUALIZADA - WRK-INF-DESCONTO
                   DISPLAY 'ENTRADA DEVE SER MENOR QUE O VALOR '
                       'NEGOCIADO.'
               WHEN WRK-INF-PARCELAS = ZEROS
                   OR WRK-INF-PARCELAS > WRK-MAX-PARCELAS
                   DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA.'
               WHEN OTHER
                   COMPUTE WRK-VALOR-NEGOCIADO =
                       WRK-DIVIDA-ATUALIZADA - WRK-INF-DESCONTO
                   COMPUTE WRK-VALOR-FINANCIADO =
                       WRK-VALOR-NEGOCIADO - WRK-INF-ENTRADA
                   COMPUTE WRK-VALOR-PARCELA ROUNDED =
                       WRK-VALOR-FINANCIADO / WRK-INF-PARCELAS
                   SET WRK-CONDICOES-OK TO TRUE
           END-EVALUATE.

       0240-CONFIRMAR-ACORDO.

           DISPLAY ' '.
           DISPLAY '--- PROPOSTA DE ACORDO ---'.
           MOVE WRK-DIVIDA-ATUALIZADA TO WRK-VALOR-EDIT.
           DISPLAY '  DIVIDA ATUALIZADA....: ' WRK-VALOR-EDIT.
           MOVE WRK-INF-DESCONTO TO WRK-VALOR-EDIT.
           DISPLAY '  DESCONTO.............: ' WRK-VALOR-EDIT.
           MOVE WRK-VALOR-NEGOCIADO TO WRK-VALOR-EDIT.
           DISPLAY '  VALOR NEGOCIADO......: ' WRK-VALOR-EDIT.
           MOVE WRK-INF-ENTRADA TO WRK-VALOR-EDIT.
           DISPLAY '  ENTRADA (HOJE).......: ' WRK-VALOR-EDIT.
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-EDIT.
           DISPLAY '  PARCELAS MENSAIS.....: ' WRK-INF-PARCELAS
               ' X ' WRK-VALOR-EDIT.
           DISPLAY 'CONFIRMA O ACORDO (S/N)..'.
           ACCEPT WRK-INF-CONFIRMA FROM CONSOLE.

           IF WRK-INF-CONFIRMA = 'S'
               PERFORM 0250-EFETIVAR-ACORDO
           ELSE
               DISPLAY 'ACORDO NAO EFETIVADO.'
           END-IF.

      **************************************************************
      ** EFETIVACAO: NUMERO DO ACORDO (ACDNUM, REGRAVADO NA HORA
      ** PARA NAO SE REPETIR ENTRE SESSOES), REGISTRO DO ACORDO,
      ** LIQUIDACAO DOS TITULOS ORIGINAIS, PARCELAS NO CONTAREC,
      ** TERMO DE ACORDO E AUDITORIA.
      **************************************************************
       0250-EFETIVAR-ACORDO.

           PERFORM 8500-LER-ULTIMO-NUMERO.
           IF WRK-ULTIMO-NUMERO < WRK-BASE-ACORDO
               MOVE WRK-BASE-ACORDO TO WRK-ULTIMO-NUMERO
           END-IF.
           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO-ACORDO.

           MOVE WRK-NUMERO-ACORDO     TO ACD-NUMERO.
           MOVE WRK-INF-CLIENTE       TO ACD-CLIENTE.
           MOVE WRK-HOJE              TO ACD-DATA.
           MOVE WRK-USUARIO           TO ACD-OPERADOR.
           MOVE WRK-TAB-VEN-QTD       TO ACD-QTD-TITULOS.
           MOVE WRK-TOT-SALDO         TO ACD-VALOR-ORIGINAL.
           MOVE WRK-TOT-ENCARGOS      TO ACD-VALOR-ENCARGOS.
           MOVE WRK-INF-DESCONTO      TO ACD-VALOR-DESCONTO.
           MOVE WRK-INF-ENTRADA       TO ACD-VALOR-ENTRADA.
           MOVE WRK-INF-PARCELAS      TO ACD-QTD-PARCELAS.
           MOVE WRK-VALOR-PARCELA     TO ACD-VALOR-PARCELA.
           SET ACD-ATIVO              TO TRUE.
           MOVE WRK-HOJE              TO ACD-DATA-SITUACAO.
           WRITE ACORDO-REG
               INVALID KEY
                   DISPLAY 'ACORDO ' WRK-NUMERO-ACORDO
                       ' JA EXISTE - CONFIRA O CONTROLE ACDNUM.'
               NOT INVALID KEY
                   PERFORM 8510-GRAVAR-ULTIMO-NUMERO
                   PERFORM 0260-EMITIR-CABECALHO-TERMO
                   PERFORM 0251-RENEGOCIAR-TITULO
                       VARYING WRK-VEN-SUB FROM 1 BY 1
                       UNTIL WRK-VEN-SUB > WRK-TAB-VEN-QTD
                   PERFORM 0261-EMITIR-VALORES-TERMO
                   PERFORM 0255-GERAR-PARCELAS
                   PERFORM 0262-EMITIR-FECHO-TERMO
                   PERFORM 9400-GRAVAR-AUDITORIA-ACORDO
                   ADD 1 TO WRK-QTD-ACORDOS
                   DISPLAY 'ACORDO ' WRK-NUMERO-ACORDO
                       ' EFETIVADO. TERMO EMITIDO NO ACORDDOC.'
           END-WRITE.

      **************************************************************
      ** TITULO ORIGINAL: PASSA A RENEGOCIADO ('N') E GANHA O
      ** REGISTRO NO ACORDTIT APONTANDO O ACORDO, COM O SALDO E OS
      ** ENCARGOS APURADOS. TITULO QUE DEIXOU DE ESTAR EM ABERTO
      ** DESDE A SELECAO E AVISADO NA TELA E FICA COMO ESTA.
      **************************************************************
       0251-RENEGOCIAR-TITULO.

           MOVE TAB-VEN-NUMERO(WRK-VEN-SUB)  TO CRC-NUMERO.
           MOVE TAB-VEN-PARCELA(WRK-VEN-SUB) TO CRC-PARCELA.
           READ CONTAREC-FILE
               INVALID KEY
                   DISPLAY 'TITULO ' CRC-NUMERO '/' CRC-PARCELA
                       ' NAO ENCONTRADO - CONFIRA O ACORDO.'
               NOT INVALID KEY
                   IF CRC-ABERTO
                       SET CRC-RENEGOCIADO TO TRUE
                       REWRITE CONTAREC-REG
                       MOVE CRC-CHAVE TO ATI-CHAVE
                       MOVE WRK-NUMERO-ACORDO TO ATI-ACORDO
                       MOVE TAB-VEN-VENCTO(WRK-VEN-SUB) TO ATI-VENCTO
                       MOVE TAB-VEN-SALDO(WRK-VEN-SUB)  TO ATI-SALDO
                       MOVE TAB-VEN-MULTA(WRK-VEN-SUB)  TO ATI-MULTA
                       MOVE TAB-VEN-JUROS(WRK-VEN-SUB)  TO ATI-JUROS
                       MOVE TAB-VEN-DIAS(WRK-VEN-SUB)
                           TO ATI-DIAS-UTEIS
                       WRITE ACORDTIT-REG
                           INVALID KEY
                               REWRITE ACORDTIT-REG
                       END-WRITE
                   ELSE
                       DISPLAY 'TITULO ' CRC-NUMERO '/' CRC-PARCELA
                           ' NAO ESTA MAIS EM ABERTO - CONFIRA O '
                           'ACORDO.'
                   END-IF
           END-READ.

           PERFORM 8710-MONTAR-LINHA-TITULO.
           WRITE ACORDDOC-LINHA FROM WRK-LINHA-TITULO.

      **************************************************************
      ** TITULOS DO ACORDO NO CONTAREC, COM O NUMERO DO ACORDO: A
      ** ENTRADA (PARCELA 01, VENCENDO HOJE) E AS PARCELAS
      ** MENSAIS, COM OS VENCIMENTOS ESPACADOS UM MES CIVIL A PARTIR
      ** DA DATA DO ACORDO, GRAMPEADOS AO FIM DO MES ('UM') E
      ** EMPURRADOS PARA O PROXIMO DIA UTIL ('DU'/'PU'), COMO NO
      ** FATURAMENTO (PROGFATB). CADA TITULO SAI TAMBEM NO TERMO.
      **************************************************************
       0255-GERAR-PARCELAS.

           MOVE ZEROS TO WRK-PARCELA-TITULO.
           MOVE ZEROS TO WRK-VALOR-ACUMULADO.

           IF WRK-INF-ENTRADA > ZEROS
               ADD 1 TO WRK-PARCELA-TITULO
               MOVE WRK-HOJE        TO WRK-DATA-PARCELA
               MOVE WRK-INF-ENTRADA TO CRC-VALOR
               MOVE 'ENTRADA'       TO WRK-LP-TIPO
               PERFORM 8700-GRAVAR-TITULO-ACORDO
           END-IF.

           PERFORM 0256-GRAVAR-PARCELA
               VARYING WRK-PARCELA-SUB FROM 1 BY 1
               UNTIL WRK-PARCELA-SUB > WRK-INF-PARCELAS.

       0256-GRAVAR-PARCELA.

           ADD 1 TO WRK-PARCELA-TITULO.
           MOVE WRK-HOJE TO WRK-DATA-PARCELA.
           PERFORM 0257-AVANCAR-UM-MES
               WRK-PARCELA-SUB TIMES.
           MOVE 'UM'        TO DTS-FUNCAO.
           MOVE WRK-DTP-ANO TO DTS-DATA1-ANO.
           MOVE WRK-DTP-MES TO DTS-DATA1-MES.
           MOVE 1           TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           IF WRK-DTP-DIA > DTS-DIAS
               MOVE DTS-DIAS TO WRK-DTP-DIA
           END-IF.

           MOVE 'DU'        TO DTS-FUNCAO.
           MOVE WRK-DTP-ANO TO DTS-DATA1-ANO.
           MOVE WRK-DTP-MES TO DTS-DATA1-MES.
           MOVE WRK-DTP-DIA TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           IF DTS-DIA-NAO-UTIL
               MOVE 'PU' TO DTS-FUNCAO
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-ANO TO WRK-DTP-ANO
               MOVE DTS-PROX-MES TO WRK-DTP-MES
               MOVE DTS-PROX-DIA TO WRK-DTP-DIA
           END-IF.

           IF WRK-PARCELA-SUB = WRK-INF-PARCELAS
               COMPUTE CRC-VALOR =
                   WRK-VALOR-FINANCIADO - WRK-VALOR-ACUMULADO
           ELSE
               MOVE WRK-VALOR-PARCELA TO CRC-VALOR
               ADD WRK-VALOR-PARCELA TO WRK-VALOR-ACUMULADO
           END-IF.
           MOVE 'MENSAL' TO WRK-LP-TIPO.
           PERFORM 8700-GRAVAR-TITULO-ACORDO.

       0257-AVANCAR-UM-MES.

           IF WRK-DTP-MES = 12
               ADD 1 TO WRK-DTP-ANO
               MOVE 1 TO WRK-DTP-MES
           ELSE
               ADD 1 TO WRK-DTP-MES
           END-IF.

      **************************************************************
      ** TERMO DE ACORDO PARA ASSINATURA DO CLIENTE (ACORDDOC):
      ** IDENTIFICACAO DO ACORDO E DO DEVEDOR, TITULOS RENEGOCIADOS
      ** (UMA LINHA POR TITULO, GRAVADA EM 0251), VALORES, PARCELAS
      ** (GRAVADAS EM 8700), CLAUSULA DE ROMPIMENTO E ASSINATURAS.
      **************************************************************
       0260-EMITIR-CABECALHO-TERMO.

           MOVE ALL '=' TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'TERMO DE ACORDO DE RENEGOCIACAO DE DIVIDA NR '
               DELIMITED BY SIZE
               WRK-NUMERO-ACORDO DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE WRK-HOJE TO WRK-DATA-AUX.
           PERFORM 8800-EDITAR-DATA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'DATA: ' DELIMITED BY SIZE
               WRK-DATA-EDITADA DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.

           MOVE SPACES TO ACORDDOC-LINHA.
           IF CLI-PESSOA-JURIDICA
               STRING 'DEVEDOR: ' DELIMITED BY SIZE
                   CLI-RAZAO-SOCIAL DELIMITED BY SIZE
                   INTO ACORDDOC-LINHA
           ELSE
               STRING 'DEVEDOR: ' DELIMITED BY SIZE
                   CLI-NOME DELIMITED BY SIZE
                   INTO ACORDDOC-LINHA
           END-IF.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING WRK-DOC-ROTULO DELIMITED BY SPACE
               ': ' DELIMITED BY SIZE
               WRK-DOC-FORMATADO DELIMITED BY SPACE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'ENDERECO: ' DELIMITED BY SIZE
               CLI-ENDERECO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-NUMERO DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING '          ' DELIMITED BY SIZE
               CLI-CIDADE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-UF DELIMITED BY SIZE
               ' CEP ' DELIMITED BY SIZE
               CLI-CEP DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.

           MOVE 'TITULOS RENEGOCIADOS (LIQUIDADOS POR ESTE ACORDO):'
               TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING '  FATURA/PC   VENCTO              SALDO'
               DELIMITED BY SIZE
               '          MULTA          JUROS' DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.

       0261-EMITIR-VALORES-TERMO.

           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE WRK-TOT-SALDO TO WRK-VALOR-EDIT.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'SALDO DOS TITULOS......: ' DELIMITED BY SIZE
               WRK-VALOR-EDIT DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE WRK-TOT-ENCARGOS TO WRK-VALOR-EDIT.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'MULTA E JUROS..........: ' DELIMITED BY SIZE
               WRK-VALOR-EDIT DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE WRK-INF-DESCONTO TO WRK-VALOR-EDIT.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'DESCONTO CONCEDIDO.....: ' DELIMITED BY SIZE
               WRK-VALOR-EDIT DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE WRK-VALOR-NEGOCIADO TO WRK-VALOR-EDIT.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'VALOR DO ACORDO........: ' DELIMITED BY SIZE
               WRK-VALOR-EDIT DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE 'CONDICOES DE PAGAMENTO:' TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.

       0262-EMITIR-FECHO-TERMO.

           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE 'O DEVEDOR RECONHECE A DIVIDA ACIMA E SE COMPROMETE A'
               TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE 'PAGAR AS PARCELAS NOS VENCIMENTOS. O ATRASO DE'
               TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE 'QUALQUER PARCELA POR 30 DIAS OU MAIS ROMPE O ACORDO'
               TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE 'E O SALDO EM ABERTO SEGUE PARA A COBRANCA.'
               TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING '______________________________    '
               DELIMITED BY SIZE
               '______________________________' DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           STRING 'DEVEDOR                           '
               DELIMITED BY SIZE
               'CREDOR' DELIMITED BY SIZE
               INTO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.
           MOVE SPACES TO ACORDDOC-LINHA.
           WRITE ACORDDOC-LINHA.

       0300-FINALIZAR.

           IF WRK-AUTENTICADO
               CLOSE AUDITORIA-FILE
           END-IF.
           IF WRK-ARQUIVOS-ABERTOS
               CLOSE CLIENTE-FILE
               CLOSE CONTAREC-FILE
               CLOSE ACORDO-FILE
               CLOSE ACORDTIT-FILE
               CLOSE ACORDDOC-FILE
           END-IF.

           DISPLAY 'ACORDOS EFETIVADOS: ' WRK-QTD-ACORDOS.

      **************************************************************
      ** CONTROLE DE NUMERACAO DOS ACORDOS (ACDNUM), COMO O FATNUM
      ** DO FATURAMENTO. OS NUMEROS FICAM NA FAIXA RESERVADA ACIMA
      ** DE WRK-BASE-ACORDO, PARA OS TITULOS DO ACORDO NAO
      ** COLIDIREM COM OS DAS FATURAS NO CONTAREC.
      **************************************************************
       8500-LER-ULTIMO-NUMERO.

           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           OPEN INPUT ACDNUM-FILE.
           IF WRK-ACDNUM-STATUS = '35'
               CONTINUE
           ELSE
               READ ACDNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ANM-ULTIMO-NUMERO TO WRK-ULTIMO-NUMERO
               END-READ
               CLOSE ACDNUM-FILE
           END-IF.

       8510-GRAVAR-ULTIMO-NUMERO.

           OPEN OUTPUT ACDNUM-FILE.
           MOVE WRK-ULTIMO-NUMERO TO ANM-ULTIMO-NUMERO.
           WRITE ACDNUM-REG.
           CLOSE ACDNUM-FILE.

      **************************************************************
      ** GRAVA UM TITULO DO ACORDO NO CONTAREC (PARCELA EM
      ** WRK-PARCELA-TITULO, VENCIMENTO EM WRK-DATA-PARCELA E VALOR
      ** JA EM CRC-VALOR) E A LINHA CORRESPONDENTE NO TERMO.
      **************************************************************
       8700-GRAVAR-TITULO-ACORDO.

           MOVE WRK-NUMERO-ACORDO  TO CRC-NUMERO.
           MOVE WRK-PARCELA-TITULO TO CRC-PARCELA.
           MOVE WRK-INF-CLIENTE    TO CRC-CLIENTE.
           MOVE WRK-HOJE           TO CRC-DATA-EMISSAO.
           MOVE WRK-DTP-ANO        TO CRC-VCT-ANO.
           MOVE WRK-DTP-MES        TO CRC-VCT-MES.
           MOVE WRK-DTP-DIA        TO CRC-VCT-DIA.
           MOVE ZEROS              TO CRC-VALOR-PAGO.
           SET CRC-ABERTO          TO TRUE.
           WRITE CONTAREC-REG
               INVALID KEY
                   CONTINUE
           END-WRITE.

           MOVE WRK-PARCELA-TITULO TO WRK-LP-PARCELA.
           MOVE WRK-DATA-PARCELA   TO WRK-DATA-AUX.
           PERFORM 8800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA   TO WRK-LP-VENCTO.
           MOVE CRC-VALOR          TO WRK-LP-VALOR.
           WRITE ACORDDOC-LINHA FROM WRK-LINHA-PARCELA.

       8710-MONTAR-LINHA-TITULO.

           MOVE TAB-VEN-NUMERO(WRK-VEN-SUB)  TO WRK-LT-NUMERO.
           MOVE TAB-VEN-PARCELA(WRK-VEN-SUB) TO WRK-LT-PARCELA.
           MOVE TAB-VEN-VENCTO(WRK-VEN-SUB)  TO WRK-DATA-AUX.
           PERFORM 8800-EDITAR-DATA.
           MOVE WRK-DATA-EDITADA             TO WRK-LT-VENCTO.
           MOVE TAB-VEN-SALDO(WRK-VEN-SUB)   TO WRK-LT-SALDO.
           MOVE TAB-VEN-MULTA(WRK-VEN-SUB)   TO WRK-LT-MULTA.
           MOVE TAB-VEN-JUROS(WRK-VEN-SUB)   TO WRK-LT-JUROS.

       8800-EDITAR-DATA.

           MOVE WRK-DTA-DIA TO WRK-DTE-DIA.
           MOVE WRK-DTA-MES TO WRK-DTE-MES.
           MOVE WRK-DTA-ANO TO WRK-DTE-ANO.

      **************************************************************
      ** AUTENTICACAO DO OPERADOR CONTRA O CADASTRO USUARIO, COMO
      ** NAS DEMAIS TELAS AUTENTICADAS. USUARIO INEXISTENTE,
      ** BLOQUEADO OU COM SENHA ERRADA E RECUSADO, COM REGISTRO NA
      ** TRILHA DE AUDITORIA, QUE FICA ABERTA PARA OS ACORDOS.
      **************************************************************
       8600-AUTENTICAR-USUARIO.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               OPEN EXTEND AUDITORIA-FILE
               IF WRK-AUDITORIA-STATUS = '05' OR '35'
                   CLOSE AUDITORIA-FILE
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF

               DISPLAY 'USUARIO..'
               ACCEPT WRK-USUARIO FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-USUARIO TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-USUARIO TO AUD-USUARIO
                       MOVE ZEROS       TO AUD-NIVEL
                       MOVE 'ACORDO - USU. DESCONHECIDO'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                               MOVE WRK-USUARIO TO AUD-USUARIO
                               MOVE USU-NIVEL   TO AUD-NIVEL
                               MOVE 'ACORDO - USUARIO BLOQUEADO'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-USUARIO TO AUD-USUARIO
                               MOVE USU-NIVEL   TO AUD-NIVEL
                               MOVE 'ACORDO - SENHA INVALIDA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-NIVEL
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
               IF NOT WRK-AUTENTICADO
                   CLOSE AUDITORIA-FILE
               END-IF
           END-IF.

      **************************************************************
      ** CADA ACORDO EFETIVADO VAI PARA A TRILHA DE AUDITORIA COM O
      ** OPERADOR E O NUMERO DO ACORDO.
      **************************************************************
       9400-GRAVAR-AUDITORIA-ACORDO.

           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE WRK-NIVEL   TO AUD-NIVEL.
           MOVE SPACES      TO AUD-RESULTADO.
           STRING 'ACORDO EFETIVADO ' DELIMITED BY SIZE
               WRK-NUMERO-ACORDO DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.

       COPY CPYAUDPR.
       COPY CPYDOCPR.
