       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBOLB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: EMISSAO DOS BOLETOS DE COBRANCA DO CONTAS A
      **    RECEBER, PARA SEGUIREM PELO CORREIO COM A FATURA. PARA
      **    CADA TITULO EM ABERTO DO CONTAREC (CADA PARCELA E UM
      **    TITULO) AINDA SEM BOLETO, MONTA O NOSSO NUMERO (FATURA
      **    + PARCELA, COM DIGITO MODULO 11 BASE 7 SOBRE CARTEIRA +
      **    NOSSO NUMERO), O CODIGO DE BARRAS DE 44 POSICOES (BANCO,
      **    MOEDA, DIGITO GERAL MODULO 11, FATOR DE VENCIMENTO,
      **    VALOR E CAMPO LIVRE AGENCIA/CARTEIRA/NOSSO NUMERO/CONTA)
      **    E A LINHA DIGITAVEL (TRES CAMPOS COM DIGITO MODULO 10,
      **    DIGITO GERAL, FATOR E VALOR) E IMPRIME UMA PAGINA DE
      **    BOLETO (BOLETOS) COM SACADO E ENDERECO DO CADASTRO DE
      **    CLIENTES, VENCIMENTO, VALOR (O SALDO DO TITULO) E AS
      **    INSTRUCOES DE MULTA E JUROS DE ATRASO COBRADOS NA BAIXA
      **    (PROGRECB). O TITULO IMPRESSO FICA MARCADO NO CONTROLE
      **    DE BOLETOS (BOLETO) E NAO SAI DE NOVO NAS EXECUCOES
      **    SEGUINTES; A REIMPRESSAO E PEDIDA NO ARQUIVO BOLREIMP
      **    (FATURA + PARCELA POR LINHA), ESVAZIADO AO FINAL. OS
      **    DADOS DO CEDENTE (BANCO, AGENCIA, CARTEIRA, CONTA E
      **    NOME) VEM DO REGISTRO UNICO COBCFG, OBRIGATORIO. SAI
      **    TAMBEM O RELATORIO DE CONFERENCIA DA EMISSAO (BOLREL).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - BOLETO DE MENSALIDADE ESCOLAR COM BOLSA DE
      **               ESTUDO (MENSALID DOS ULTIMOS 12 MESES) SAI COM
      **               A BOLSA NAS INSTRUCOES: TIPO, PERCENTUAL, VALOR
      **               INTEGRAL DA MENSALIDADE E DESCONTO.
      **  15/10/2026 LR - O CPF DO SACADO NO BOLREL (CONFERENCIA
      **               INTERNA) SAI MASCARADO CONFORME O OPERADOR DO
      **               LOTE (PROGMASC); O BOLETO CONTINUA COMPLETO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCRCSL.
           COPY CPYCLISL.
           COPY CPYBOLSL.
           COPY CPYMSDSL.
           SELECT COBCFG-FILE ASSIGN TO "COBCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBCFG-STATUS.
           SELECT BOLREIMP-FILE ASSIGN TO "BOLREIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLREIMP-STATUS.
           SELECT BOLETOS-FILE ASSIGN TO "BOLETOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLETOS-STATUS.
           SELECT BOLREL-FILE ASSIGN TO "BOLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BOLREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCRCFD.
       COPY CPYCLIFD.
       COPY CPYBOLFD.
       COPY CPYMSDFD.

       FD  COBCFG-FILE.
       01  COBCFG-REG.
           05  CCF-BANCO          PIC 9(03).
           05  CCF-AGENCIA        PIC 9(04).
           05  CCF-CARTEIRA       PIC 9(02).
           05  CCF-CONTA          PIC 9(07).
           05  CCF-CEDENTE        PIC X(40).

       FD  BOLREIMP-FILE.
       01  BOLREIMP-REG.
           05  REI-NUMERO         PIC 9(08).
           05  REI-PARCELA        PIC X(02).

       FD  BOLETOS-FILE.
       01  BOLETOS-LINHA          PIC X(100).

       FD  BOLREL-FILE.
       01  BOLREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BOLETO-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-COBCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-BOLREIMP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-BOLETOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BOLREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-MENSALID-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-REI-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-REI-FIM                    VALUE 'S'.
       77  WRK-ABERTO-SW          PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS           VALUE 'S'.
       77  WRK-CLIENTE-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO             VALUE 'S'.
       77  WRK-REIMPRESSAO-SW     PIC X(01) VALUE 'N'.
           88  WRK-REIMPRESSAO                VALUE 'S'.
       77  WRK-JA-EMITIDO-SW      PIC X(01) VALUE 'N'.
           88  WRK-JA-EMITIDO                 VALUE 'S'.
       77  WRK-SACADO-SW          PIC X(01) VALUE 'N'.
           88  WRK-SACADO-ACHADO              VALUE 'S'.
       77  WRK-QTD-NOVOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REIMPRESSOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-EMITIDO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-MULTA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-JUROS-DIA    PIC 9(09)V99 VALUE ZEROS.
      **************************************************************
      ** ENCARGOS DE ATRASO IMPRESSOS NAS INSTRUCOES: OS MESMOS
      ** COBRADOS NA BAIXA DO TITULO (WRK-MULTA-PCT E
      ** WRK-JUROS-DIA-PCT DO PROGRECB).
      **************************************************************
       77  WRK-MULTA-PCT          PIC 9(02)V99 VALUE 2,00.
       77  WRK-JUROS-DIA-PCT      PIC 9(01)V999 VALUE 0,033.
      **************************************************************
      ** FATOR DE VENCIMENTO: DIAS DESDE A DATA BASE DO BANCO
      ** CENTRAL. O FATOR CHEGOU A 9999 EM 21/02/2025 E RECOMECOU
      ** EM 1000 NO DIA SEGUINTE.
      **************************************************************
       77  WRK-FATOR-BASE-ANTIGA  PIC 9(08) VALUE 19971007.
       77  WRK-FATOR-BASE-NOVA    PIC 9(08) VALUE 20250222.
       77  WRK-FATOR              PIC 9(04) VALUE ZEROS.
       77  WRK-POS                PIC 9(02) VALUE ZEROS.
       77  WRK-PESO               PIC 9(02) VALUE ZEROS.
       77  WRK-PESO-MAXIMO        PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO            PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA               PIC 9(05) VALUE ZEROS.
       77  WRK-QUOCIENTE          PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO              PIC 9(02) VALUE ZEROS.
       77  WRK-DV                 PIC 9(02) VALUE ZEROS.
       77  WRK-PAGINA-REL         PIC 9(04) VALUE ZEROS.
       77  WRK-REI-SUB            PIC 9(03) VALUE ZEROS.
      **************************************************************
      ** TITULOS PEDIDOS PARA REIMPRESSAO (BOLREIMP). O PEDIDO NAO
      ** ATENDIDO (TITULO QUITADO OU INEXISTENTE) SAI NA CONFERENCIA.
      **************************************************************
       77  WRK-TAB-REI-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-REIMPRESSAO.
           05  TAB-REI OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-REI-QTD
                   INDEXED BY REI-IDX.
               10  TAB-REI-CHAVE.
                   15  TAB-REI-NUMERO  PIC 9(08).
                   15  TAB-REI-PARCELA PIC 9(02).
               10  TAB-REI-ATENDIDO-SW PIC X(01).
                   88  TAB-REI-ATENDIDO          VALUE 'S'.
      **************************************************************
      ** MENSALIDADES COM BOLSA DE ESTUDO DOS ULTIMOS 12 MESES
      ** (MENSALID), PARA A BOLSA SAIR NAS INSTRUCOES DO BOLETO.
      **************************************************************
       77  WRK-MSD-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-MSD-FIM                  VALUE 'S'.
       77  WRK-ANOMES-CORTE       PIC 9(06) VALUE ZEROS.
       77  WRK-TAB-MBL-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-MENS-BOLSA.
           05  TAB-MBL OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TAB-MBL-QTD
                   INDEXED BY MBL-IDX.
               10  TAB-MBL-NUMERO     PIC 9(08).
               10  TAB-MBL-TIPO       PIC X(01).
               10  TAB-MBL-PCT        PIC 9(03)V99.
               10  TAB-MBL-CHEIO      PIC 9(06)V99.
               10  TAB-MBL-COBRADO    PIC 9(06)V99.
       77  WRK-BOLSA-DESC         PIC X(22) VALUE SPACES.
       77  WRK-BOLSA-PCT-ED       PIC ZZ9,99.
       77  WRK-BOLSA-CHEIO-ED     PIC ZZZ.ZZ9,99.
       77  WRK-BOLSA-DESCONTO     PIC 9(06)V99 VALUE ZEROS.
       77  WRK-BOLSA-DESCONTO-ED  PIC ZZZ.ZZ9,99.
       01  WRK-CEDENTE.
           05  WRK-CED-BANCO      PIC 9(03) VALUE ZEROS.
           05  WRK-CED-AGENCIA    PIC 9(04) VALUE ZEROS.
           05  WRK-CED-CARTEIRA   PIC 9(02) VALUE ZEROS.
           05  WRK-CED-CONTA      PIC 9(07) VALUE ZEROS.
           05  WRK-CED-NOME       PIC X(40) VALUE SPACES.
      **************************************************************
      ** NOSSO NUMERO: ZERO + FATURA (8) + PARCELA (2), UNICO POR
      ** TITULO E O MESMO EM QUALQUER REIMPRESSAO.
      **************************************************************
       01  WRK-NOSSO-NUMERO.
           05  WRK-NN-ZERO        PIC 9(01) VALUE ZERO.
           05  WRK-NN-NUMERO      PIC 9(08).
           05  WRK-NN-PARCELA     PIC 9(02).
       01  WRK-NOSSO-NUMERO-N REDEFINES WRK-NOSSO-NUMERO
                                  PIC 9(11).
       77  WRK-DV-NOSSO-NUMERO    PIC X(01) VALUE SPACE.
      **************************************************************
      ** CODIGO DE BARRAS (44 POSICOES) E A VISAO DIGITO A DIGITO
      ** USADA NO CALCULO DOS DIGITOS VERIFICADORES.
      **************************************************************
       01  WRK-CODIGO-BARRAS.
           05  WRK-CB-BANCO       PIC 9(03).
           05  WRK-CB-MOEDA       PIC 9(01) VALUE 9.
           05  WRK-CB-DV          PIC 9(01).
           05  WRK-CB-FATOR       PIC 9(04).
           05  WRK-CB-VALOR       PIC 9(08)V99.
           05  WRK-CB-CAMPO-LIVRE.
               10  WRK-CB-AGENCIA     PIC 9(04).
               10  WRK-CB-CARTEIRA    PIC 9(02).
               10  WRK-CB-NOSSO-NUMERO PIC 9(11).
               10  WRK-CB-CONTA       PIC 9(07).
               10  WRK-CB-ZERO        PIC 9(01) VALUE ZERO.
       01  WRK-CODIGO-BARRAS-R REDEFINES WRK-CODIGO-BARRAS.
           05  WRK-CB-DIGITO      PIC 9(01) OCCURS 44 TIMES.
       01  WRK-CODIGO-BARRAS-X REDEFINES WRK-CODIGO-BARRAS
                                  PIC X(44).
      **************************************************************
      ** AREA DO CALCULO DE DIGITO: ATE 13 DIGITOS ALINHADOS A
      ** ESQUERDA, WRK-CALC-TAM INDICA QUANTOS SAO USADOS.
      **************************************************************
       77  WRK-CALC-TAM           PIC 9(02) VALUE ZEROS.
       01  WRK-CALC-AREA          PIC X(13) VALUE ZEROS.
       01  WRK-CALC-AREA-R REDEFINES WRK-CALC-AREA.
           05  WRK-CALC-DIGITO    PIC 9(01) OCCURS 13 TIMES.
       01  WRK-LINHA-DIGITAVEL.
           05  WRK-LD-CAMPO1A     PIC X(05).
           05  FILLER             PIC X(01) VALUE '.'.
           05  WRK-LD-CAMPO1B     PIC X(04).
           05  WRK-LD-DV1         PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-CAMPO2A     PIC X(05).
           05  FILLER             PIC X(01) VALUE '.'.
           05  WRK-LD-CAMPO2B     PIC X(05).
           05  WRK-LD-DV2         PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-CAMPO3A     PIC X(05).
           05  FILLER             PIC X(01) VALUE '.'.
           05  WRK-LD-CAMPO3B     PIC X(05).
           05  WRK-LD-DV3         PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-DV-GERAL    PIC 9(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LD-CAMPO5      PIC X(14).
       01  WRK-DATA-AMD.
           05  WRK-DAMD-ANO       PIC 9(04).
           05  WRK-DAMD-MES       PIC 9(02).
           05  WRK-DAMD-DIA       PIC 9(02).
       01  WRK-DATA-AMD-N REDEFINES WRK-DATA-AMD PIC 9(08).
       01  WRK-DATA-ED.
           05  WRK-DED-DIA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-DED-MES        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-DED-ANO        PIC 9(04).
       77  WRK-VENCTO-ED          PIC X(10) VALUE SPACES.
       77  WRK-EMISSAO-ED         PIC X(10) VALUE SPACES.
       77  WRK-PROCESSAMENTO-ED   PIC X(10) VALUE SPACES.
       77  WRK-VALOR-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-MULTA-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-JUROS-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-MULTA-PCT-ED       PIC Z9,99.
       77  WRK-JUROS-PCT-ED       PIC 9,999.
       01  WRK-LINHA-CONFERENCIA.
           05  WRK-LC-NUMERO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LC-PARCELA     PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-VENCTO      PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-NOSSO-NUMERO PIC 9(11).
           05  FILLER             PIC X(01) VALUE '-'.
           05  WRK-LC-DV-NN       PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LC-SITUACAO    PIC X(12).
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-SELECIONAR-TITULO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      **************************************************************
      ** O CEDENTE (COBCFG) E O CONTAS A RECEBER SAO OBRIGATORIOS;
      ** SEM O CADASTRO DE CLIENTES O BOLETO SAI SO COM O
      ** DOCUMENTO DO SACADO. O CONTROLE DE BOLETOS E CRIADO NA
      ** PRIMEIRA EXECUCAO.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGBOLB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

           OPEN INPUT COBCFG-FILE.
           IF WRK-COBCFG-STATUS = '00'
               READ COBCFG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CCF-BANCO    TO WRK-CED-BANCO
                       MOVE CCF-AGENCIA  TO WRK-CED-AGENCIA
                       MOVE CCF-CARTEIRA TO WRK-CED-CARTEIRA
                       MOVE CCF-CONTA    TO WRK-CED-CONTA
                       MOVE CCF-CEDENTE  TO WRK-CED-NOME
               END-READ
               CLOSE COBCFG-FILE
           END-IF.
           IF WRK-CED-BANCO = ZEROS
               MOVE 'PROGBOLB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE WRK-COBCFG-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'DADOS DO CEDENTE (COBCFG) AUSENTES'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT CONTAREC-FILE
               IF WRK-CONTAREC-STATUS NOT = '00'
                   MOVE 'PROGBOLB'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-CONTAREC-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CONTAS A RECEBER'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   PERFORM 0105-ABRIR-ARQUIVOS
               END-IF
           END-IF.

       0105-ABRIR-ARQUIVOS.

           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLIENTE-STATUS = '00'
               SET WRK-CLIENTE-ABERTO TO TRUE
           END-IF.

           OPEN I-O BOLETO-FILE.
           IF WRK-BOLETO-STATUS = '35'
               CLOSE BOLETO-FILE
               OPEN OUTPUT BOLETO-FILE
               CLOSE BOLETO-FILE
               OPEN I-O BOLETO-FILE
           END-IF.

           OPEN INPUT BOLREIMP-FILE.
           IF WRK-BOLREIMP-STATUS = '00'
               PERFORM 0110-CARREGAR-REIMPRESSAO UNTIL WRK-REI-FIM
               CLOSE BOLREIMP-FILE
           END-IF.

           PERFORM 0115-CARREGAR-MENS-BOLSA.

           OPEN OUTPUT BOLETOS-FILE.
           OPEN OUTPUT BOLREL-FILE.
           MOVE 50 TO WRK-CAB-MAX-LINHAS.
           PERFORM 0120-IMPRIMIR-CABECALHO-REL.

           MOVE WRK-LOTECAB-DATA TO WRK-DATA-AMD-N.
           PERFORM 0290-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-PROCESSAMENTO-ED.
           MOVE WRK-MULTA-PCT     TO WRK-MULTA-PCT-ED.
           MOVE WRK-JUROS-DIA-PCT TO WRK-JUROS-PCT-ED.

           MOVE ZEROS TO CRC-CHAVE.
           START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
               INVALID KEY SET WRK-FIM TO TRUE
           END-START.

      **************************************************************
      ** PEDIDO DE REIMPRESSAO SEM PARCELA (OU PARCELA ZERO) ASSUME
      ** A PARCELA 01, COMO NA BAIXA DE PAGAMENTOS.
      **************************************************************
       0110-CARREGAR-REIMPRESSAO.

           READ BOLREIMP-FILE
               AT END
                   SET WRK-REI-FIM TO TRUE
               NOT AT END
                   IF REI-NUMERO IS NUMERIC
                       AND WRK-TAB-REI-QTD < 500
                       ADD 1 TO WRK-TAB-REI-QTD
                       SET REI-IDX TO WRK-TAB-REI-QTD
                       MOVE REI-NUMERO TO TAB-REI-NUMERO(REI-IDX)
                       IF REI-PARCELA IS NUMERIC
                           AND REI-PARCELA NOT = '00'
                           MOVE REI-PARCELA
                               TO TAB-REI-PARCELA(REI-IDX)
                       ELSE
                           MOVE 1 TO TAB-REI-PARCELA(REI-IDX)
                       END-IF
                       MOVE 'N' TO TAB-REI-ATENDIDO-SW(REI-IDX)
                   END-IF
           END-READ.

       0115-CARREGAR-MENS-BOLSA.

           MOVE ZEROS TO WRK-TAB-MBL-QTD.
           COMPUTE WRK-ANOMES-CORTE =
               (WRK-LOTECAB-ANO - 1) * 100 + WRK-LOTECAB-MES.

           OPEN INPUT MENSALID-FILE.
           IF WRK-MENSALID-STATUS = '00'
               READ MENSALID-FILE
                   AT END SET WRK-MSD-FIM TO TRUE
               END-READ
               PERFORM 0116-LER-MENS-BOLSA UNTIL WRK-MSD-FIM
               CLOSE MENSALID-FILE
           END-IF.

       0116-LER-MENS-BOLSA.

           IF MSD-DESCONTO-BOLSA
               AND MSD-NUMERO > ZEROS
               AND MSD-ANOMES IS NUMERIC
               AND MSD-ANOMES >= WRK-ANOMES-CORTE
               AND MSD-VALOR-CHEIO IS NUMERIC
               AND MSD-VALOR-COBRADO IS NUMERIC
               AND WRK-TAB-MBL-QTD < 5000
               ADD 1 TO WRK-TAB-MBL-QTD
               MOVE MSD-NUMERO        TO TAB-MBL-NUMERO(WRK-TAB-MBL-QTD)
               MOVE MSD-TIPO-DESCONTO TO TAB-MBL-TIPO(WRK-TAB-MBL-QTD)
               MOVE MSD-PCT-DESCONTO  TO TAB-MBL-PCT(WRK-TAB-MBL-QTD)
               MOVE MSD-VALOR-CHEIO   TO TAB-MBL-CHEIO(WRK-TAB-MBL-QTD)
               MOVE MSD-VALOR-COBRADO
                   TO TAB-MBL-COBRADO(WRK-TAB-MBL-QTD)
           END-IF.
           READ MENSALID-FILE
               AT END SET WRK-MSD-FIM TO TRUE
           END-READ.

       0120-IMPRIMIR-CABECALHO-REL.

           ADD 1 TO WRK-PAGINA-REL.
           IF WRK-PAGINA-REL > 1
               MOVE SPACES TO BOLREL-LINHA
               WRITE BOLREL-LINHA BEFORE ADVANCING PAGE
           END-IF.
           MOVE 'PROGBOLB'              TO WRK-CAB-PROGRAMA.
           MOVE 'EMISSAO DE BOLETOS'    TO WRK-CAB-TITULO.
           MOVE WRK-PAGINA-REL          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE BOLREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE BOLREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO BOLREL-LINHA.
           WRITE BOLREL-LINHA.
           MOVE SPACES TO BOLREL-LINHA.
           STRING 'FATURA/PC    CPF/CNPJ            VENCTO      '
               DELIMITED BY SIZE
               '          VALOR  NOSSO NUMERO   SITUACAO'
               DELIMITED BY SIZE
               INTO BOLREL-LINHA.
           WRITE BOLREL-LINHA.

      **************************************************************
      ** TITULO EM ABERTO COM SALDO: SAI SE AINDA NAO TEM BOLETO OU
      ** SE FOI PEDIDA A REIMPRESSAO; TITULO JA IMPRESSO E NAO
      ** PEDIDO E PULADO.
      **************************************************************
       0200-SELECIONAR-TITULO.

           READ CONTAREC-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   IF CRC-ABERTO AND CRC-VALOR > CRC-VALOR-PAGO
                       PERFORM 0205-VERIFICAR-TITULO
                   END-IF
           END-READ.

       0205-VERIFICAR-TITULO.

           MOVE 'N' TO WRK-REIMPRESSAO-SW.
           IF WRK-TAB-REI-QTD > ZEROS
               SET REI-IDX TO 1
               SEARCH TAB-REI
                   AT END
                       CONTINUE
                   WHEN TAB-REI-CHAVE(REI-IDX) = CRC-CHAVE
                       SET WRK-REIMPRESSAO TO TRUE
                       SET TAB-REI-ATENDIDO(REI-IDX) TO TRUE
               END-SEARCH
           END-IF.

           MOVE CRC-CHAVE TO BOL-CHAVE.
           READ BOLETO-FILE
               INVALID KEY MOVE 'N' TO WRK-JA-EMITIDO-SW
               NOT INVALID KEY SET WRK-JA-EMITIDO TO TRUE
           END-READ.

           IF NOT WRK-JA-EMITIDO OR WRK-REIMPRESSAO
               PERFORM 0210-EMITIR-BOLETO
           END-IF.

      **************************************************************
      ** O VALOR DO BOLETO E O SALDO DO TITULO. SALDO ACIMA DE
      ** 99.999.999,99 NAO CABE NO CODIGO DE BARRAS: O TITULO E
      ** RECUSADO, VAI PARA O ABENDLOG E SAI NA CONFERENCIA.
      **************************************************************
       0210-EMITIR-BOLETO.

           COMPUTE WRK-SALDO-TITULO = CRC-VALOR - CRC-VALOR-PAGO.
           MOVE CRC-CLIENTE TO WRK-DOC-CHAVE.
           PERFORM 7950-FORMATAR-DOCUMENTO.

           IF WRK-SALDO-TITULO > 99999999,99
               MOVE 'PROGBOLB'             TO ABL-PROGRAMA
               MOVE '0210-EMITIR-BOLETO'   TO ABL-PARAGRAFO
               MOVE WRK-BOLETO-STATUS      TO ABL-STATUS-ARQUIVO
               MOVE SPACES TO ABL-MENSAGEM
               STRING 'VALOR ACIMA DO LIMITE DO BOLETO - TITULO '
                   DELIMITED BY SIZE
                   CRC-NUMERO  DELIMITED BY SIZE
                   '/'         DELIMITED BY SIZE
                   CRC-PARCELA DELIMITED BY SIZE
                   INTO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               ADD 1 TO WRK-QTD-RECUSADOS
               MOVE 'RECUSADO' TO WRK-LC-SITUACAO
               MOVE ZEROS TO WRK-NOSSO-NUMERO-N
               MOVE SPACE TO WRK-DV-NOSSO-NUMERO
           ELSE
               PERFORM 0220-MONTAR-NOSSO-NUMERO
               PERFORM 0230-MONTAR-CODIGO-BARRAS
               PERFORM 0240-MONTAR-LINHA-DIGITAVEL
               PERFORM 0250-BUSCAR-SACADO
               PERFORM 0260-IMPRIMIR-BOLETO
               PERFORM 0270-MARCAR-EMITIDO
               IF WRK-JA-EMITIDO
                   ADD 1 TO WRK-QTD-REIMPRESSOS
                   MOVE 'REIMPRESSO' TO WRK-LC-SITUACAO
               ELSE
                   ADD 1 TO WRK-QTD-NOVOS
                   MOVE 'EMITIDO' TO WRK-LC-SITUACAO
               END-IF
               ADD WRK-SALDO-TITULO TO WRK-TOTAL-EMITIDO
           END-IF.
           PERFORM 0280-GRAVAR-CONFERENCIA.

      **************************************************************
      ** DIGITO DO NOSSO NUMERO: MODULO 11 COM PESOS 2 A 7 SOBRE
      ** CARTEIRA (2) + NOSSO NUMERO (11). RESTO 0 DA DIGITO '0',
      ** RESTO 1 DA 'P'; OS DEMAIS, 11 MENOS O RESTO.
      **************************************************************
       0220-MONTAR-NOSSO-NUMERO.

           MOVE CRC-NUMERO  TO WRK-NN-NUMERO.
           MOVE CRC-PARCELA TO WRK-NN-PARCELA.

           MOVE WRK-CED-CARTEIRA   TO WRK-CALC-AREA(1:2).
           MOVE WRK-NOSSO-NUMERO   TO WRK-CALC-AREA(3:11).
           MOVE 13 TO WRK-CALC-TAM.
           MOVE 7  TO WRK-PESO-MAXIMO.
           PERFORM 0510-SOMAR-MODULO-11.

           EVALUATE WRK-RESTO
               WHEN 0
                   MOVE '0' TO WRK-DV-NOSSO-NUMERO
               WHEN 1
                   MOVE 'P' TO WRK-DV-NOSSO-NUMERO
               WHEN OTHER
                   COMPUTE WRK-DV = 11 - WRK-RESTO
                   MOVE WRK-DV(2:1) TO WRK-DV-NOSSO-NUMERO
           END-EVALUATE.

      **************************************************************
      ** CODIGO DE BARRAS. O DIGITO GERAL (POSICAO 5) E O MODULO 11
      ** COM PESOS 2 A 9 DAS OUTRAS 43 POSICOES; 0, 10 OU 11 VIRAM
      ** 1. O FATOR DE VENCIMENTO CONTA OS DIAS DA DATA BASE (A
      ** NOVA, A PARTIR DE 1000, PARA VENCIMENTOS DE 22/02/2025 EM
      ** DIANTE).
      **************************************************************
       0230-MONTAR-CODIGO-BARRAS.

           MOVE 'DE'            TO DTS-FUNCAO.
           MOVE CRC-DATA-VENCTO TO DTS-DATA2.
           IF CRC-DATA-VENCTO NOT < WRK-FATOR-BASE-NOVA
               MOVE WRK-FATOR-BASE-NOVA TO DTS-DATA1
               CALL 'PROGDATA' USING WRK-DTS-AREA
               COMPUTE WRK-FATOR = 1000 + DTS-DIAS
           ELSE
               MOVE WRK-FATOR-BASE-ANTIGA TO DTS-DATA1
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-DIAS TO WRK-FATOR
           END-IF.

           MOVE WRK-CED-BANCO      TO WRK-CB-BANCO.
           MOVE ZERO               TO WRK-CB-DV.
           MOVE WRK-FATOR          TO WRK-CB-FATOR.
           MOVE WRK-SALDO-TITULO   TO WRK-CB-VALOR.
           MOVE WRK-CED-AGENCIA    TO WRK-CB-AGENCIA.
           MOVE WRK-CED-CARTEIRA   TO WRK-CB-CARTEIRA.
           MOVE WRK-NOSSO-NUMERO-N TO WRK-CB-NOSSO-NUMERO.
           MOVE WRK-CED-CONTA      TO WRK-CB-CONTA.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM 0235-SOMAR-CODIGO-BARRAS
               VARYING WRK-POS FROM 44 BY -1
               UNTIL WRK-POS = ZERO.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-DV = 11 - WRK-RESTO.
           IF WRK-DV = 0 OR WRK-DV > 9
               MOVE 1 TO WRK-DV
           END-IF.
           MOVE WRK-DV TO WRK-CB-DV.

       0235-SOMAR-CODIGO-BARRAS.

           IF WRK-POS NOT = 5
               COMPUTE WRK-PRODUTO = WRK-CB-DIGITO(WRK-POS) * WRK-PESO
               ADD WRK-PRODUTO TO WRK-SOMA
               IF WRK-PESO = 9
                   MOVE 2 TO WRK-PESO
               ELSE
                   ADD 1 TO WRK-PESO
               END-IF
           END-IF.

      **************************************************************
      ** LINHA DIGITAVEL: CAMPO 1 = BANCO, MOEDA E CAMPO LIVRE 1-5;
      ** CAMPO 2 = CAMPO LIVRE 6-15; CAMPO 3 = CAMPO LIVRE 16-25,
      ** CADA UM COM SEU DIGITO MODULO 10; CAMPO 4 = DIGITO GERAL;
      ** CAMPO 5 = FATOR DE VENCIMENTO E VALOR.
      **************************************************************
       0240-MONTAR-LINHA-DIGITAVEL.

           MOVE WRK-CODIGO-BARRAS-X(1:4)  TO WRK-CALC-AREA(1:4).
           MOVE WRK-CODIGO-BARRAS-X(20:5) TO WRK-CALC-AREA(5:5).
           MOVE 9 TO WRK-CALC-TAM.
           PERFORM 0500-CALCULAR-MODULO-10.
           MOVE WRK-CALC-AREA(1:5) TO WRK-LD-CAMPO1A.
           MOVE WRK-CALC-AREA(6:4) TO WRK-LD-CAMPO1B.
           MOVE WRK-DV             TO WRK-LD-DV1.

           MOVE WRK-CODIGO-BARRAS-X(25:10) TO WRK-CALC-AREA(1:10).
           MOVE 10 TO WRK-CALC-TAM.
           PERFORM 0500-CALCULAR-MODULO-10.
           MOVE WRK-CALC-AREA(1:5) TO WRK-LD-CAMPO2A.
           MOVE WRK-CALC-AREA(6:5) TO WRK-LD-CAMPO2B.
           MOVE WRK-DV             TO WRK-LD-DV2.

           MOVE WRK-CODIGO-BARRAS-X(35:10) TO WRK-CALC-AREA(1:10).
           MOVE 10 TO WRK-CALC-TAM.
           PERFORM 0500-CALCULAR-MODULO-10.
           MOVE WRK-CALC-AREA(1:5) TO WRK-LD-CAMPO3A.
           MOVE WRK-CALC-AREA(6:5) TO WRK-LD-CAMPO3B.
           MOVE WRK-DV             TO WRK-LD-DV3.

           MOVE WRK-CB-DV                  TO WRK-LD-DV-GERAL.
           MOVE WRK-CODIGO-BARRAS-X(6:14)  TO WRK-LD-CAMPO5.

       0250-BUSCAR-SACADO.

           MOVE 'N' TO WRK-SACADO-SW.
           IF WRK-CLIENTE-ABERTO
               MOVE CRC-CLIENTE TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WRK-SACADO-ACHADO TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** UMA PAGINA POR BOLETO. O CODIGO DE BARRAS SAI NUMERICO NA
      ** ULTIMA LINHA, NA POSICAO DO CAMPO DE BARRAS DO FORMULARIO.
      **************************************************************
       0260-IMPRIMIR-BOLETO.

           IF WRK-QTD-NOVOS + WRK-QTD-REIMPRESSOS > ZEROS
               MOVE SPACES TO BOLETOS-LINHA
               WRITE BOLETOS-LINHA BEFORE ADVANCING PAGE
           END-IF.

           MOVE CRC-DATA-VENCTO TO WRK-DATA-AMD-N.
           PERFORM 0290-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-VENCTO-ED.
           MOVE CRC-DATA-EMISSAO TO WRK-DATA-AMD-N.
           PERFORM 0290-EDITAR-DATA.
           MOVE WRK-DATA-ED TO WRK-EMISSAO-ED.
           MOVE WRK-SALDO-TITULO TO WRK-VALOR-ED.
           COMPUTE WRK-VALOR-MULTA ROUNDED =
               WRK-SALDO-TITULO * WRK-MULTA-PCT / 100.
           COMPUTE WRK-VALOR-JUROS-DIA ROUNDED =
               WRK-SALDO-TITULO * WRK-JUROS-DIA-PCT / 100.
           MOVE WRK-VALOR-MULTA     TO WRK-MULTA-ED.
           MOVE WRK-VALOR-JUROS-DIA TO WRK-JUROS-ED.

           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'BANCO ' DELIMITED BY SIZE
               WRK-CED-BANCO       DELIMITED BY SIZE
               '   '               DELIMITED BY SIZE
               WRK-LINHA-DIGITAVEL DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           IF WRK-JA-EMITIDO
               MOVE 'REIMPRESSAO' TO BOLETOS-LINHA(75:11)
           END-IF.
           WRITE BOLETOS-LINHA.
           MOVE ALL '-' TO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER BANCO ATE '
               DELIMITED BY SIZE
               'O VENCIMENTO' DELIMITED BY SIZE
               '     VENCIMENTO: ' DELIMITED BY SIZE
               WRK-VENCTO-ED  DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'CEDENTE: '    DELIMITED BY SIZE
               WRK-CED-NOME      DELIMITED BY SIZE
               '  AGENCIA/CODIGO CEDENTE: ' DELIMITED BY SIZE
               WRK-CED-AGENCIA   DELIMITED BY SIZE
               '/'               DELIMITED BY SIZE
               WRK-CED-CONTA     DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'DATA DOCUMENTO: ' DELIMITED BY SIZE
               WRK-EMISSAO-ED        DELIMITED BY SIZE
               '   NUMERO DOCUMENTO: ' DELIMITED BY SIZE
               CRC-NUMERO            DELIMITED BY SIZE
               '/'                   DELIMITED BY SIZE
               CRC-PARCELA           DELIMITED BY SIZE
               '   NOSSO NUMERO: '   DELIMITED BY SIZE
               WRK-CED-CARTEIRA      DELIMITED BY SIZE
               '/'                   DELIMITED BY SIZE
               WRK-NOSSO-NUMERO      DELIMITED BY SIZE
               '-'                   DELIMITED BY SIZE
               WRK-DV-NOSSO-NUMERO   DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'DATA PROCESSAMENTO: ' DELIMITED BY SIZE
               WRK-PROCESSAMENTO-ED  DELIMITED BY SIZE
               '   CARTEIRA: '       DELIMITED BY SIZE
               WRK-CED-CARTEIRA      DELIMITED BY SIZE
               '   ESPECIE: R$'      DELIMITED BY SIZE
               '   VALOR DO DOCUMENTO: ' DELIMITED BY SIZE
               WRK-VALOR-ED          DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.
           MOVE ALL '-' TO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

           MOVE 'INSTRUCOES (TEXTO DE RESPONSABILIDADE DO CEDENTE):'
               TO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.
           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'APOS O VENCIMENTO COBRAR MULTA DE '
               DELIMITED BY SIZE
               WRK-MULTA-PCT-ED    DELIMITED BY SIZE
               '% (R$ '            DELIMITED BY SIZE
               WRK-MULTA-ED        DELIMITED BY SIZE
               ')'                 DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.
           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'MAIS JUROS DE ' DELIMITED BY SIZE
               WRK-JUROS-PCT-ED    DELIMITED BY SIZE
               '% POR DIA UTIL DE ATRASO (R$ ' DELIMITED BY SIZE
               WRK-JUROS-ED        DELIMITED BY SIZE
               ' POR DIA UTIL)'    DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.
           IF CRC-PARCELA = 1 AND WRK-TAB-MBL-QTD > ZEROS
               PERFORM 0265-IMPRIMIR-BOLSA
           END-IF.
           MOVE ALL '-' TO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

           MOVE SPACES TO BOLETOS-LINHA.
           IF WRK-SACADO-ACHADO
               STRING 'SACADO: '     DELIMITED BY SIZE
                   CLI-NOME          DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WRK-DOC-ROTULO    DELIMITED BY SPACE
                   ': '              DELIMITED BY SIZE
                   WRK-DOC-FORMATADO DELIMITED BY SIZE
                   INTO BOLETOS-LINHA
           ELSE
               STRING 'SACADO: '     DELIMITED BY SIZE
                   WRK-DOC-ROTULO    DELIMITED BY SPACE
                   ': '              DELIMITED BY SIZE
                   WRK-DOC-FORMATADO DELIMITED BY SIZE
                   INTO BOLETOS-LINHA
           END-IF.
           WRITE BOLETOS-LINHA.
           IF WRK-SACADO-ACHADO AND CLI-ENDERECO NOT = SPACES
               MOVE SPACES TO BOLETOS-LINHA
               STRING '        '  DELIMITED BY SIZE
                   CLI-ENDERECO   DELIMITED BY SIZE
                   ', '           DELIMITED BY SIZE
                   CLI-NUMERO     DELIMITED BY SIZE
                   INTO BOLETOS-LINHA
               WRITE BOLETOS-LINHA
               MOVE SPACES TO BOLETOS-LINHA
               STRING '        '  DELIMITED BY SIZE
                   CLI-CIDADE     DELIMITED BY SIZE
                   ' - '          DELIMITED BY SIZE
                   CLI-UF         DELIMITED BY SIZE
                   '  CEP '       DELIMITED BY SIZE
                   CLI-CEP        DELIMITED BY SIZE
                   INTO BOLETOS-LINHA
               WRITE BOLETOS-LINHA
           END-IF.
           MOVE ALL '-' TO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

           MOVE SPACES TO BOLETOS-LINHA.
           STRING 'CODIGO DE BARRAS: ' DELIMITED BY SIZE
               WRK-CODIGO-BARRAS-X     DELIMITED BY SIZE
               INTO BOLETOS-LINHA.
           WRITE BOLETOS-LINHA.

      **************************************************************
      ** MENSALIDADE COM BOLSA DE ESTUDO: TIPO, PERCENTUAL, VALOR
      ** INTEGRAL DA MENSALIDADE E DESCONTO CONCEDIDO.
      **************************************************************
       0265-IMPRIMIR-BOLSA.

           SET MBL-IDX TO 1.
           SEARCH TAB-MBL
               AT END
                   CONTINUE
               WHEN TAB-MBL-NUMERO(MBL-IDX) = CRC-NUMERO
                   EVALUATE TAB-MBL-TIPO(MBL-IDX)
                       WHEN 'F'
                           MOVE 'FILHO DE FUNCIONARIO'
                               TO WRK-BOLSA-DESC
                       WHEN 'M'
                           MOVE 'MERITO' TO WRK-BOLSA-DESC
                       WHEN OTHER
                           MOVE 'SOCIAL' TO WRK-BOLSA-DESC
                   END-EVALUATE
                   COMPUTE WRK-BOLSA-DESCONTO =
                       TAB-MBL-CHEIO(MBL-IDX)
                       - TAB-MBL-COBRADO(MBL-IDX)
                   MOVE TAB-MBL-PCT(MBL-IDX)   TO WRK-BOLSA-PCT-ED
                   MOVE TAB-MBL-CHEIO(MBL-IDX) TO WRK-BOLSA-CHEIO-ED
                   MOVE WRK-BOLSA-DESCONTO     TO WRK-BOLSA-DESCONTO-ED
                   MOVE SPACES TO BOLETOS-LINHA
                   STRING 'BOLSA '           DELIMITED BY SIZE
                       WRK-BOLSA-DESC        DELIMITED BY '  '
                       ' DE '                DELIMITED BY SIZE
                       WRK-BOLSA-PCT-ED      DELIMITED BY SIZE
                       '% SOBRE MENSALIDADE R$ ' DELIMITED BY SIZE
                       WRK-BOLSA-CHEIO-ED    DELIMITED BY SIZE
                       ' (DESC. R$ '         DELIMITED BY SIZE
                       WRK-BOLSA-DESCONTO-ED DELIMITED BY SIZE
                       ')'                   DELIMITED BY SIZE
                       INTO BOLETOS-LINHA
                   WRITE BOLETOS-LINHA
           END-SEARCH.

      **************************************************************
      ** MARCA O TITULO COMO IMPRESSO NO CONTROLE DE BOLETOS, COM
      ** OS DADOS DA ULTIMA IMPRESSAO.
      **************************************************************
       0270-MARCAR-EMITIDO.

           IF NOT WRK-JA-EMITIDO
               INITIALIZE BOLETO-REG
               MOVE CRC-CHAVE        TO BOL-CHAVE
               MOVE WRK-LOTECAB-DATA TO BOL-DATA-PRIM-IMPR
           END-IF.
           MOVE WRK-NOSSO-NUMERO-N  TO BOL-NOSSO-NUMERO.
           MOVE WRK-DV-NOSSO-NUMERO TO BOL-DV-NOSSO-NUMERO.
           MOVE CRC-DATA-VENCTO     TO BOL-VENCTO.
           MOVE WRK-SALDO-TITULO    TO BOL-VALOR.
           MOVE WRK-CODIGO-BARRAS-X TO BOL-CODIGO-BARRAS.
           MOVE WRK-LINHA-DIGITAVEL TO BOL-LINHA-DIGITAVEL.
           MOVE WRK-LOTECAB-DATA    TO BOL-DATA-ULT-IMPR.
           ADD 1 TO BOL-QTD-IMPRESSOES.

           IF WRK-JA-EMITIDO
               REWRITE BOLETO-REG
                   INVALID KEY PERFORM 0275-FALHA-CONTROLE
               END-REWRITE
           ELSE
               WRITE BOLETO-REG
                   INVALID KEY PERFORM 0275-FALHA-CONTROLE
               END-WRITE
           END-IF.

       0275-FALHA-CONTROLE.

           MOVE 'PROGBOLB'            TO ABL-PROGRAMA.
           MOVE '0270-MARCAR-EMITIDO' TO ABL-PARAGRAFO.
           MOVE WRK-BOLETO-STATUS     TO ABL-STATUS-ARQUIVO.
           MOVE 'FALHA AO GRAVAR O CONTROLE DE BOLETOS'
               TO ABL-MENSAGEM.
           PERFORM 9900-GRAVAR-ABEND.

       0280-GRAVAR-CONFERENCIA.

           IF WRK-CAB-QUEBROU
               PERFORM 0120-IMPRIMIR-CABECALHO-REL
           END-IF.
           MOVE CRC-DATA-VENCTO TO WRK-DATA-AMD-N.
           PERFORM 0290-EDITAR-DATA.
           MOVE CRC-NUMERO          TO WRK-LC-NUMERO.
           MOVE CRC-PARCELA         TO WRK-LC-PARCELA.
           MOVE CRC-CLIENTE         TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO   TO WRK-LC-DOCUMENTO.
           MOVE WRK-DATA-ED         TO WRK-LC-VENCTO.
           MOVE WRK-SALDO-TITULO    TO WRK-LC-VALOR.
           MOVE WRK-NOSSO-NUMERO-N  TO WRK-LC-NOSSO-NUMERO.
           MOVE WRK-DV-NOSSO-NUMERO TO WRK-LC-DV-NN.
           WRITE BOLREL-LINHA FROM WRK-LINHA-CONFERENCIA.
           PERFORM 0910-CONTROLAR-LINHA-PAGINA.

       0290-EDITAR-DATA.

           MOVE WRK-DAMD-DIA TO WRK-DED-DIA.
           MOVE WRK-DAMD-MES TO WRK-DED-MES.
           MOVE WRK-DAMD-ANO TO WRK-DED-ANO.

      **************************************************************
      ** FIM DA EMISSAO: TOTAIS NA CONFERENCIA, PEDIDOS DE
      ** REIMPRESSAO NAO ATENDIDOS (TITULO QUITADO OU INEXISTENTE)
      ** E O BOLREIMP ESVAZIADO, PARA QUE A REIMPRESSAO NAO SE
      ** REPITA NA PROXIMA EXECUCAO.
      **************************************************************
       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               MOVE SPACES TO BOLREL-LINHA
               WRITE BOLREL-LINHA
               IF WRK-TAB-REI-QTD > ZEROS
                   PERFORM 0310-LISTAR-NAO-ATENDIDO
                       VARYING WRK-REI-SUB FROM 1 BY 1
                       UNTIL WRK-REI-SUB > WRK-TAB-REI-QTD
                   OPEN OUTPUT BOLREIMP-FILE
                   CLOSE BOLREIMP-FILE
               END-IF
               MOVE SPACES TO BOLREL-LINHA
               STRING 'BOLETOS EMITIDOS: ' DELIMITED BY SIZE
                   WRK-QTD-NOVOS          DELIMITED BY SIZE
                   '  REIMPRESSOS: '      DELIMITED BY SIZE
                   WRK-QTD-REIMPRESSOS    DELIMITED BY SIZE
                   '  RECUSADOS: '        DELIMITED BY SIZE
                   WRK-QTD-RECUSADOS      DELIMITED BY SIZE
                   '  VALOR TOTAL: '      DELIMITED BY SIZE
                   WRK-TOTAL-EMITIDO      DELIMITED BY SIZE
                   INTO BOLREL-LINHA
               WRITE BOLREL-LINHA

               CLOSE CONTAREC-FILE
               CLOSE BOLETO-FILE
               CLOSE BOLETOS-FILE
               CLOSE BOLREL-FILE
               IF WRK-CLIENTE-ABERTO
                   CLOSE CLIENTE-FILE
               END-IF
           END-IF.

           DISPLAY 'BOLETOS EMITIDOS: ' WRK-QTD-NOVOS
               ' REIMPRESSOS: ' WRK-QTD-REIMPRESSOS
               ' VALOR ' WRK-TOTAL-EMITIDO.

       0310-LISTAR-NAO-ATENDIDO.

           SET REI-IDX TO WRK-REI-SUB.
           IF NOT TAB-REI-ATENDIDO(REI-IDX)
               MOVE SPACES TO BOLREL-LINHA
               STRING 'REIMPRESSAO NAO ATENDIDA - TITULO '
                   DELIMITED BY SIZE
                   TAB-REI-NUMERO(REI-IDX)  DELIMITED BY SIZE
                   '/'                      DELIMITED BY SIZE
                   TAB-REI-PARCELA(REI-IDX) DELIMITED BY SIZE
                   ' NAO ESTA EM ABERTO'    DELIMITED BY SIZE
                   INTO BOLREL-LINHA
               WRITE BOLREL-LINHA
           END-IF.

      **************************************************************
      ** DIGITO MODULO 10 DOS WRK-CALC-TAM PRIMEIROS DIGITOS DE
      ** WRK-CALC-AREA: PESOS 2 E 1 ALTERNADOS DA DIREITA PARA A
      ** ESQUERDA, PRODUTO ACIMA DE 9 SOMA OS ALGARISMOS; DIGITO
      ** = 10 MENOS O RESTO DA SOMA POR 10 (RESTO 0 DA 0).
      **************************************************************
       0500-CALCULAR-MODULO-10.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM 0505-SOMAR-MODULO-10
               VARYING WRK-POS FROM WRK-CALC-TAM BY -1
               UNTIL WRK-POS = ZERO.
           DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZERO
               MOVE ZERO TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 10 - WRK-RESTO
           END-IF.

       0505-SOMAR-MODULO-10.

           COMPUTE WRK-PRODUTO = WRK-CALC-DIGITO(WRK-POS) * WRK-PESO.
           IF WRK-PRODUTO > 9
               SUBTRACT 9 FROM WRK-PRODUTO
           END-IF.
           ADD WRK-PRODUTO TO WRK-SOMA.
           IF WRK-PESO = 2
               MOVE 1 TO WRK-PESO
           ELSE
               MOVE 2 TO WRK-PESO
           END-IF.

      **************************************************************
      ** SOMA MODULO 11 DOS WRK-CALC-TAM PRIMEIROS DIGITOS DE
      ** WRK-CALC-AREA, PESOS DE 2 A WRK-PESO-MAXIMO DA DIREITA
      ** PARA A ESQUERDA; DEVOLVE O RESTO DA SOMA POR 11.
      **************************************************************
       0510-SOMAR-MODULO-11.

           MOVE ZEROS TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM 0515-SOMAR-DIGITO-MODULO-11
               VARYING WRK-POS FROM WRK-CALC-TAM BY -1
               UNTIL WRK-POS = ZERO.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.

       0515-SOMAR-DIGITO-MODULO-11.

           COMPUTE WRK-PRODUTO = WRK-CALC-DIGITO(WRK-POS) * WRK-PESO.
           ADD WRK-PRODUTO TO WRK-SOMA.
           IF WRK-PESO = WRK-PESO-MAXIMO
               MOVE 2 TO WRK-PESO
           ELSE
               ADD 1 TO WRK-PESO
           END-IF.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
