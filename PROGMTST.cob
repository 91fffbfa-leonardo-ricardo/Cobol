       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMTST.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MASSA DE TESTE/TREINAMENTO DESCARACTERIZADA A
      **    PARTIR DOS MESTRES DE PRODUCAO (CLIENTE, EMPREGAD,
      **    MATRALUN, CONTAREC, VENDAS, FOLHAHIS, FATREG, PEDVENDA
      **    E EMBARQUE). CADA MESTRE E GRAVADO NA SUA PROPRIA
      **    ORGANIZACAO (INDEXADO COM AS MESMAS CHAVES, OU
      **    SEQUENCIAL REGISTRO A REGISTRO) NUM ARQUIVO PREFIXO +
      **    CODIGO (EX: TSTCLI), PRONTO PARA O AMBIENTE DE TESTE:
      **    O JOB DE TESTE ASSOCIA CADA MESTRE AO SEU ARQUIVO DE
      **    MASSA (EX: CLIENTE = TSTCLI) E RODA OS PROGRAMAS SEM
      **    ALTERACAO. O ARQUIVO PREFIXO + 'CTL' TEM O CABECALHO
      **    'TST', UMA LINHA POR MESTRE COM A CONTAGEM E O RODAPE
      **    'FIM' (SEM CABECALHO 'BKP', O PROGREST NAO VOLTA MASSA
      **    DE TESTE PARA A PRODUCAO).
      **    NOMES, CPF (COM DIGITOS VERIFICADORES RECALCULADOS),
      **    RG, ENDERECO, E-MAIL, TELEFONE E CONTA BANCARIA SAO
      **    TROCADOS POR UMA TRANSFORMACAO UNICA POR EXECUCAO: O
      **    MESMO CPF VIRA O MESMO CPF FICTICIO EM TODOS OS
      **    ARQUIVOS, E OS VINCULOS ENTRE ELES CONTINUAM VALENDO.
      **    SALARIOS E VALORES DA FOLHA SAO MULTIPLICADOS POR UM
      **    FATOR ALEATORIO POR EMPREGADO (0,80 A 1,20). CNPJ,
      **    RAZAO SOCIAL, CIDADE E UF SAO MANTIDOS. A SEMENTE VEM
      **    DO RELOGIO E NAO E GRAVADA NEM EXIBIDA. SO ADM EXECUTA;
      **    NENHUM ARQUIVO E GRAVADO SE ALGUM DESTINO FOR NOME DE
      **    MESTRE DE PRODUCAO OU ARQUIVO JA EXISTENTE SEM O
      **    CONTROLE 'TST' DE UMA MASSA ANTERIOR DO MESMO PREFIXO.
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
           COPY CPYEMPSL.
           COPY CPYMATSL.
           COPY CPYCRCSL.
           COPY CPYFHSSL.
           COPY CPYPDVSL.
           COPY CPYEMBSL.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYABLSL.
           SELECT VENDAS-FILE ASSIGN TO "VENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDAS-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATREG-STATUS.
           SELECT MASSA-FILE ASSIGN TO DYNAMIC WRK-MAS-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MASSA-STATUS.
           SELECT TSTCLI-FILE ASSIGN TO DYNAMIC WRK-MAS-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCL-CHAVE
               ALTERNATE RECORD KEY IS TCL-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS TCL-CEP WITH DUPLICATES
               FILE STATUS IS WRK-MASSA-STATUS.
           SELECT TSTEMP-FILE ASSIGN TO DYNAMIC WRK-MAS-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEM-MATRICULA
               FILE STATUS IS WRK-MASSA-STATUS.
           SELECT TSTMAT-FILE ASSIGN TO DYNAMIC WRK-MAS-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMA-MATRICULA
               ALTERNATE RECORD KEY IS TMA-CHAVE-CLASSIF
                   WITH DUPLICATES
               FILE STATUS IS WRK-MASSA-STATUS.
           SELECT TSTCRC-FILE ASSIGN TO DYNAMIC WRK-MAS-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-CHAVE
               FILE STATUS IS WRK-MASSA-STATUS.
           SELECT TSTPDV-FILE ASSIGN TO DYNAMIC WRK-MAS-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPV-NUMERO
               FILE STATUS IS WRK-MASSA-STATUS.
           SELECT TSTEMB-FILE ASSIGN TO DYNAMIC WRK-MAS-NOME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEB-CHAVE
               FILE STATUS IS WRK-MASSA-STATUS.
           SELECT CONTROLE-FILE ASSIGN TO DYNAMIC WRK-CTL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTROLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCLIFD.
       COPY CPYEMPFD.
       COPY CPYMATFD.
       COPY CPYCRCFD.
       COPY CPYFHSFD.
       COPY CPYPDVFD.
       COPY CPYEMBFD.
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYABLFD.

       FD  VENDAS-FILE.
       01  VENDA-REG.
           05  VND-TIPO           PIC X(01).
               88  VND-TIPO-CABECALHO         VALUE '0'.
               88  VND-TIPO-RODAPE            VALUE '9'.
           05  VND-FILIAL         PIC 9(02).
           05  VND-CODVENDEDOR    PIC 9(04).
           05  VND-VENDEDOR       PIC X(30).
           05  VND-CLIENTE.
               10  VND-TIPO-PESSOA PIC X(01).
               10  VND-DOC-CLIENTE PIC 9(14).
           05  VND-CODPRODUTO     PIC X(08).
           05  VND-PRODUTO        PIC X(15).
           05  VND-UF-DESTINO     PIC X(02).
           05  VND-VALOR-VENDA    PIC 9(07)V99.
           05  VND-DATA           PIC 9(08).
           05  VND-FATURA-ORIG    PIC 9(08).
           05  VND-QUANTIDADE     PIC 9(03).
           05  VND-PARCELAS       PIC 9(02).

       FD  FATREG-FILE.
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01).
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(58).

       FD  MASSA-FILE.
       01  MASSA-REG              PIC X(250).
      *
      ** MASSA DOS MESTRES INDEXADOS, NA MESMA ORGANIZACAO E COM AS
      ** MESMAS CHAVES DE CPYCLIFD, CPYEMPFD, CPYMATFD, CPYCRCFD,
      ** CPYPDVFD E CPYEMBFD (O REGISTRO E GRAVADO FROM O MESTRE).
       FD  TSTCLI-FILE.
       01  TSTCLI-REG.
           05  TCL-CHAVE          PIC X(15).
           05  TCL-NOME           PIC X(20).
           05  FILLER             PIC X(71).
           05  TCL-CEP            PIC 9(08).
           05  FILLER             PIC X(107).

       FD  TSTEMP-FILE.
       01  TSTEMP-REG.
           05  TEM-MATRICULA      PIC 9(05).
           05  FILLER             PIC X(82).

       FD  TSTMAT-FILE.
       01  TSTMAT-REG.
           05  TMA-MATRICULA      PIC 9(06).
           05  TMA-CHAVE-CLASSIF  PIC X(30).
           05  FILLER             PIC X(16).

       FD  TSTCRC-FILE.
       01  TSTCRC-REG.
           05  TCR-CHAVE          PIC X(10).
           05  FILLER             PIC X(54).

       FD  TSTPDV-FILE.
       01  TSTPDV-REG.
           05  TPV-NUMERO         PIC 9(08).
           05  FILLER             PIC X(117).

       FD  TSTEMB-FILE.
       01  TSTEMB-REG.
           05  TEB-CHAVE          PIC X(12).
           05  FILLER             PIC X(145).

       FD  CONTROLE-FILE.
       01  CONTROLE-REG           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FOLHAHIS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-VENDAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FATREG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-MASSA-STATUS       PIC X(02) VALUE SPACES.
       77  WRK-CONTROLE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-LIBERADO-SW        PIC X(01) VALUE 'N'.
           88  WRK-LIBERADO                   VALUE 'S'.
       77  WRK-ANTERIOR-SW        PIC X(01) VALUE 'N'.
           88  WRK-MASSA-ANTERIOR             VALUE 'S'.
       77  WRK-ABERTA-SW          PIC X(01) VALUE 'N'.
           88  WRK-MASSA-ABERTA               VALUE 'S'.
       77  WRK-OPERADOR           PIC X(20) VALUE SPACES.
       77  WRK-NIVEL              PIC 9(06) VALUE ZEROS.
       77  WRK-PREFIXO            PIC X(05) VALUE SPACES.
       77  WRK-MAS-NOME           PIC X(08) VALUE SPACES.
       77  WRK-MAS-CODIGO         PIC X(03) VALUE SPACES.
       77  WRK-CTL-NOME           PIC X(08) VALUE SPACES.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA               PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-COPIADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ARQUIVOS       PIC 9(02) VALUE ZEROS.
       77  WRK-IDX                PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ORIGEM         PIC 9(02) VALUE ZEROS.
       77  WRK-MOTIVO             PIC X(30) VALUE SPACES.
      *
      ** MESTRES DE ORIGEM E CODIGO DO ARQUIVO DE MASSA DE CADA UM
       01  WRK-TAB-MESTRES-VAL.
           05  FILLER PIC X(12) VALUE 'CLICLIENTE  '.
           05  FILLER PIC X(12) VALUE 'EMPEMPREGAD '.
           05  FILLER PIC X(12) VALUE 'MATMATRALUN '.
           05  FILLER PIC X(12) VALUE 'CRCCONTAREC '.
           05  FILLER PIC X(12) VALUE 'VENVENDAS   '.
           05  FILLER PIC X(12) VALUE 'FHSFOLHAHIS '.
           05  FILLER PIC X(12) VALUE 'FATFATREG   '.
           05  FILLER PIC X(12) VALUE 'PDVPEDVENDA '.
           05  FILLER PIC X(12) VALUE 'EMBEMBARQUE '.
       01  WRK-TAB-MESTRES REDEFINES WRK-TAB-MESTRES-VAL.
           05  WRK-MST-ITEM OCCURS 9 TIMES.
               10  WRK-MST-CODIGO PIC X(03).
               10  WRK-MST-ORIGEM PIC X(09).
      *
      ** MULTIPLICADORES DA TRANSFORMACAO (PRIMOS, LOGO PRIMOS COM
      ** 10: A TRANSFORMACAO NAO LEVA DOIS NUMEROS AO MESMO VALOR)
       01  WRK-TAB-MULT-VAL.
           05  FILLER PIC 9(09) VALUE 000104729.
           05  FILLER PIC 9(09) VALUE 001299709.
           05  FILLER PIC 9(09) VALUE 015485863.
           05  FILLER PIC 9(09) VALUE 179424673.
           05  FILLER PIC 9(09) VALUE 982451653.
           05  FILLER PIC 9(09) VALUE 032452843.
           05  FILLER PIC 9(09) VALUE 049979687.
           05  FILLER PIC 9(09) VALUE 067867967.
           05  FILLER PIC 9(09) VALUE 086028121.
           05  FILLER PIC 9(09) VALUE 122949829.
       01  WRK-TAB-MULT REDEFINES WRK-TAB-MULT-VAL.
           05  WRK-MULT           PIC 9(09) OCCURS 10 TIMES.
      *
       01  WRK-TAB-PRENOMES-VAL.
           05  FILLER PIC X(30) VALUE 'ANA   BRUNO CARLA DIEGO ELISA '.
           05  FILLER PIC X(30) VALUE 'FABIO GISELEHUGO  IRENE JONAS '.
       01  WRK-TAB-PRENOMES REDEFINES WRK-TAB-PRENOMES-VAL.
           05  WRK-PRENOME        PIC X(06) OCCURS 10 TIMES.
       01  WRK-TAB-SOBRENOMES-VAL.
           05  FILLER PIC X(30) VALUE 'SILVA SOUZA COSTA LIMA  ROCHA '.
           05  FILLER PIC X(30) VALUE 'ALVES MOURA PINTO NUNES FARIAS'.
       01  WRK-TAB-SOBRENOMES REDEFINES WRK-TAB-SOBRENOMES-VAL.
           05  WRK-SOBRENOME      PIC X(06) OCCURS 10 TIMES.
      *
      ** TRANSFORMACAO: SAIDA = (ENTRADA X MULTIPLICADOR + DESLOCA-
      ** MENTO) MODULO 10**9
       01  WRK-MAP-AREA.
           05  WRK-MAP-MULT       PIC 9(09) VALUE ZEROS.
           05  WRK-MAP-DESLOC     PIC 9(09) VALUE ZEROS.
           05  WRK-MAP-ENTRADA    PIC 9(09) VALUE ZEROS.
           05  WRK-MAP-PRODUTO    PIC 9(18) VALUE ZEROS.
           05  WRK-MAP-QUOCIENTE  PIC 9(09) VALUE ZEROS.
           05  WRK-MAP-SAIDA      PIC 9(09) VALUE ZEROS.
           05  WRK-MAP-SAIDA-X REDEFINES WRK-MAP-SAIDA
                                  PIC X(09).
      *
       01  WRK-CPF-ENTRADA        PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-SAIDA          PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-SAIDA-R REDEFINES WRK-CPF-SAIDA.
           05  WRK-CPF-BASE       PIC 9(09).
           05  WRK-CPF-DV1        PIC 9(01).
           05  WRK-CPF-DV2        PIC 9(01).
       01  WRK-CPF-DIGITOS REDEFINES WRK-CPF-SAIDA.
           05  WRK-CPF-DIG        PIC 9(01) OCCURS 11 TIMES.
       77  WRK-CPF-SOMA           PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-RESTO          PIC 9(02) VALUE ZEROS.
       77  WRK-CPF-QUOC           PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-POS            PIC 9(02) VALUE ZEROS.
      *
       01  WRK-NOM-SEMENTE        PIC 9(09) VALUE ZEROS.
       01  WRK-NOM-SEMENTE-R REDEFINES WRK-NOM-SEMENTE.
           05  FILLER             PIC 9(06).
           05  WRK-NOM-DIG-3      PIC 9(01).
           05  WRK-NOM-DIG-2      PIC 9(01).
           05  WRK-NOM-DIG-1      PIC 9(01).
       01  WRK-NOM-SAIDA          PIC X(30) VALUE SPACES.
      *
       01  WRK-TELEFONE           PIC 9(11) VALUE ZEROS.
       01  WRK-TELEFONE-R REDEFINES WRK-TELEFONE.
           05  WRK-TEL-DDD        PIC 9(02).
           05  WRK-TEL-NUMERO     PIC X(09).
       77  WRK-CEP-PREFIXO        PIC 9(05) VALUE ZEROS.
       77  WRK-FATOR              PIC 9(01)V99 VALUE ZEROS.
       77  WRK-FATOR-RESTO        PIC 9(02) VALUE ZEROS.
      *
      ** ARQUIVO DE CONTROLE DA MASSA (PREFIXO + 'CTL'): CABECALHO
      ** 'TST', UMA LINHA POR MESTRE GRAVADO E RODAPE 'FIM' COM A
      ** QUANTIDADE DE ARQUIVOS
       01  TST-CABECALHO.
           05  FILLER             PIC X(03) VALUE 'TST'.
           05  CAB-PREFIXO        PIC X(05).
           05  CAB-DATA           PIC 9(08).
       01  TST-DETALHE.
           05  FILLER             PIC X(03) VALUE 'ARQ'.
           05  DET-ORIGEM         PIC X(09).
           05  DET-ARQUIVO        PIC X(08).
           05  DET-QTD            PIC 9(06).
       01  TST-RODAPE.
           05  FILLER             PIC X(03) VALUE 'FIM'.
           05  ROD-QTD            PIC 9(06).
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-LIBERADO
               PERFORM 0200-PROCESSAR
           END-IF.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      **************************************************************
      ** OPERADOR (SO ADM) E PREFIXO DA MASSA. TODOS OS DESTINOS SAO
      ** CONFERIDOS ANTES DE QUALQUER GRAVACAO: UM UNICO DESTINO
      ** RECUSADO CANCELA A EXECUCAO INTEIRA.
      **************************************************************
       0100-INICIALIZAR.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PROGMTST - MASSA DE TESTE DESCARACTERIZADA'.
           DISPLAY 'OPERADOR:.. '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'PREFIXO DOS ARQUIVOS DE MASSA (ATE 5 LETRAS):.. '.
           ACCEPT WRK-PREFIXO FROM CONSOLE.

           PERFORM 0110-CONFERIR-OPERADOR.
           IF WRK-LIBERADO
               PERFORM 0120-CONFERIR-PREFIXO
           END-IF.
           IF WRK-LIBERADO
               PERFORM 0125-CONFERIR-CONTROLE
           END-IF.
           IF WRK-LIBERADO
               PERFORM 0130-CONFERIR-DESTINO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 9 OR NOT WRK-LIBERADO
           END-IF.

           IF WRK-LIBERADO
               PERFORM 8000-PREPARAR-TRANSFORMACAO
           ELSE
               DISPLAY 'PROGMTST: MASSA NAO GERADA - ' WRK-MOTIVO
               PERFORM 8790-AUDITAR-RECUSA
           END-IF.

       0110-CONFERIR-OPERADOR.

           MOVE 'OPERADOR NAO E ADM' TO WRK-MOTIVO.
           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS = '00'
               MOVE WRK-OPERADOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE USU-NIVEL TO WRK-NIVEL
                       IF USU-NIVEL = 01 AND USU-BLOQUEADO NOT = 'S'
                           SET WRK-LIBERADO TO TRUE
                       END-IF
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

      **************************************************************
      ** PREFIXO OBRIGATORIO, INICIADO POR LETRA, E SEM COLIDIR COM
      ** AS COPIAS POR GERACAO (BKP) E ARQUIVOS HISTORICOS (ARQ).
      **************************************************************
       0120-CONFERIR-PREFIXO.

           IF WRK-PREFIXO = SPACES
               OR WRK-PREFIXO(1:1) = SPACE
               OR WRK-PREFIXO(1:1) NOT ALPHABETIC
               OR WRK-PREFIXO(1:3) = 'BKP' OR 'ARQ'
               MOVE 'N' TO WRK-LIBERADO-SW
               MOVE 'PREFIXO INVALIDO' TO WRK-MOTIVO
           END-IF.

      **************************************************************
      ** O ARQUIVO DE CONTROLE (PREFIXO + 'CTL') IDENTIFICA UMA MASSA
      ** ANTERIOR COM O MESMO PREFIXO: SO COM ELE PRESENTE E
      ** INICIADO PELO CABECALHO 'TST' OS ARQUIVOS JA EXISTENTES
      ** PODEM SER REGRAVADOS. EXISTINDO COM OUTRO CONTEUDO, E UM
      ** ARQUIVO DA PRODUCAO E A EXECUCAO E RECUSADA.
      **************************************************************
       0125-CONFERIR-CONTROLE.

           MOVE SPACES TO WRK-CTL-NOME.
           STRING WRK-PREFIXO    DELIMITED BY SPACE
               'CTL'             DELIMITED BY SIZE
               INTO WRK-CTL-NOME.
           OPEN INPUT CONTROLE-FILE.
           EVALUATE TRUE
               WHEN WRK-CONTROLE-STATUS = '35'
                   CONTINUE
               WHEN WRK-CONTROLE-STATUS(1:1) = '0'
                   READ CONTROLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CONTROLE-REG(1:3) = 'TST'
                               SET WRK-MASSA-ANTERIOR TO TRUE
                           END-IF
                   END-READ
                   CLOSE CONTROLE-FILE
                   IF NOT WRK-MASSA-ANTERIOR
                       PERFORM 0155-RECUSAR-CONTROLE
                   END-IF
               WHEN OTHER
                   PERFORM 0155-RECUSAR-CONTROLE
           END-EVALUATE.

      **************************************************************
      ** O DESTINO NAO PODE SER O NOME DE UM DOS MESTRES LIDOS, NEM
      ** UM ARQUIVO JA EXISTENTE QUE NAO SEJA DA MASSA ANTERIOR COM
      ** O MESMO PREFIXO (QUALQUER OUTRO ARQUIVO DA PRODUCAO). CADA
      ** DESTINO E TESTADO NA ORGANIZACAO DO SEU MESTRE.
      **************************************************************
       0130-CONFERIR-DESTINO.

           MOVE WRK-MST-CODIGO(WRK-IDX) TO WRK-MAS-CODIGO.
           PERFORM 8050-MONTAR-NOME-MASSA.
           PERFORM 0140-CONFERIR-ORIGEM
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM > 9.

           IF WRK-LIBERADO
               PERFORM 0135-TESTAR-DESTINO
               IF WRK-MASSA-STATUS NOT = '35'
                   AND NOT WRK-MASSA-ANTERIOR
                   PERFORM 0150-RECUSAR-DESTINO
               END-IF
           END-IF.

       0135-TESTAR-DESTINO.

           EVALUATE WRK-MAS-CODIGO
               WHEN 'CLI'
                   OPEN INPUT TSTCLI-FILE
                   IF WRK-MASSA-STATUS = '00'
                       CLOSE TSTCLI-FILE
                   END-IF
               WHEN 'EMP'
                   OPEN INPUT TSTEMP-FILE
                   IF WRK-MASSA-STATUS = '00'
                       CLOSE TSTEMP-FILE
                   END-IF
               WHEN 'MAT'
                   OPEN INPUT TSTMAT-FILE
                   IF WRK-MASSA-STATUS = '00'
                       CLOSE TSTMAT-FILE
                   END-IF
               WHEN 'CRC'
                   OPEN INPUT TSTCRC-FILE
                   IF WRK-MASSA-STATUS = '00'
                       CLOSE TSTCRC-FILE
                   END-IF
               WHEN 'PDV'
                   OPEN INPUT TSTPDV-FILE
                   IF WRK-MASSA-STATUS = '00'
                       CLOSE TSTPDV-FILE
                   END-IF
               WHEN 'EMB'
                   OPEN INPUT TSTEMB-FILE
                   IF WRK-MASSA-STATUS = '00'
                       CLOSE TSTEMB-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT MASSA-FILE
                   IF WRK-MASSA-STATUS = '00'
                       CLOSE MASSA-FILE
                   END-IF
           END-EVALUATE.

       0140-CONFERIR-ORIGEM.

           IF WRK-MAS-NOME = WRK-MST-ORIGEM(WRK-IDX-ORIGEM)
               PERFORM 0150-RECUSAR-DESTINO
           END-IF.

       0150-RECUSAR-DESTINO.

           MOVE 'N' TO WRK-LIBERADO-SW.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'DESTINO ' DELIMITED BY SIZE
               WRK-MAS-NOME  DELIMITED BY SPACE
               ' PROTEGIDO'  DELIMITED BY SIZE
               INTO WRK-MOTIVO.
           MOVE 'PROGMTST' TO ABL-PROGRAMA.
           MOVE '0130-CONFERIR-DESTINO' TO ABL-PARAGRAFO.
           MOVE WRK-MASSA-STATUS TO ABL-STATUS-ARQUIVO.
           MOVE SPACES TO ABL-MENSAGEM.
           STRING 'MASSA DE TESTE RECUSADA, DESTINO: '
               DELIMITED BY SIZE
               WRK-MAS-NOME DELIMITED BY SIZE
               INTO ABL-MENSAGEM.
           PERFORM 9900-GRAVAR-ABEND.

       0155-RECUSAR-CONTROLE.

           MOVE WRK-CTL-NOME        TO WRK-MAS-NOME.
           MOVE WRK-CONTROLE-STATUS TO WRK-MASSA-STATUS.
           PERFORM 0150-RECUSAR-DESTINO.

       0200-PROCESSAR.

           OPEN OUTPUT CONTROLE-FILE.
           MOVE WRK-PREFIXO   TO CAB-PREFIXO.
           MOVE WRK-DATA-HOJE TO CAB-DATA.
           WRITE CONTROLE-REG FROM TST-CABECALHO.

           PERFORM 1000-COPIAR-CLIENTE.
           PERFORM 1100-COPIAR-EMPREGAD.
           PERFORM 1200-COPIAR-MATRALUN.
           PERFORM 1300-COPIAR-CONTAREC.
           PERFORM 1400-COPIAR-VENDAS.
           PERFORM 1500-COPIAR-FOLHAHIS.
           PERFORM 1600-COPIAR-FATREG.
           PERFORM 1700-COPIAR-PEDVENDA.
           PERFORM 1800-COPIAR-EMBARQUE.

           MOVE WRK-QTD-ARQUIVOS TO ROD-QTD.
           WRITE CONTROLE-REG FROM TST-RODAPE.
           CLOSE CONTROLE-FILE.

       0300-FINALIZAR.

           IF WRK-LIBERADO
               PERFORM 8700-AUDITAR-MASSA
               DISPLAY 'PROGMTST: ' WRK-QTD-ARQUIVOS
                   ' ARQUIVOS DE MASSA GRAVADOS.'
           END-IF.
           DISPLAY 'PROGMTST ENCERRADO.'.

      **************************************************************
      ** CLIENTE: PESSOA FISICA GANHA CPF E NOME FICTICIOS (O NOME
      ** SAI DO CPF FICTICIO); PESSOA JURIDICA MANTEM CNPJ, NOME E
      ** RAZAO SOCIAL. RG, ENDERECO, NUMERO, TELEFONE (MENOS O DDD)
      ** E E-MAIL SAO TROCADOS; O CEP FICA SO COM A REGIAO.
      **************************************************************
       1000-COPIAR-CLIENTE.

           MOVE 'CLI' TO WRK-MAS-CODIGO.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLIENTE-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'CLIENTE' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ CLIENTE-FILE NEXT
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1010-COPIAR-REG-CLIENTE UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE CLIENTE-FILE
           END-IF.

       1010-COPIAR-REG-CLIENTE.

           IF NOT CLI-PESSOA-JURIDICA
               MOVE CLI-DOCUMENTO TO WRK-CPF-ENTRADA
               PERFORM 8300-TROCAR-CPF
               MOVE WRK-CPF-SAIDA TO CLI-DOCUMENTO
               MOVE WRK-CPF-BASE  TO WRK-NOM-SEMENTE
               PERFORM 8400-GERAR-NOME
               MOVE WRK-NOM-SAIDA TO CLI-NOME
           END-IF.

           IF CLI-RG NOT = ZEROS
               MOVE CLI-RG TO WRK-MAP-ENTRADA
               PERFORM 8250-TRANSFORMAR
               MOVE WRK-MAP-SAIDA TO CLI-RG
           END-IF.

           MOVE CLI-DOCUMENTO TO WRK-MAP-ENTRADA.
           PERFORM 8250-TRANSFORMAR.
           IF CLI-ENDERECO NOT = SPACES
               MOVE SPACES TO CLI-ENDERECO
               STRING 'RUA TESTE ' DELIMITED BY SIZE
                   WRK-MAP-SAIDA-X(1:4) DELIMITED BY SIZE
                   INTO CLI-ENDERECO
               MOVE WRK-MAP-SAIDA-X(5:3) TO CLI-NUMERO
           END-IF.
           DIVIDE CLI-CEP BY 1000 GIVING WRK-CEP-PREFIXO.
           COMPUTE CLI-CEP = WRK-CEP-PREFIXO * 1000.
           IF CLI-TELEFONE NOT = ZEROS
               MOVE CLI-TELEFONE TO WRK-TELEFONE
               MOVE '9' TO WRK-TEL-NUMERO(1:1)
               MOVE WRK-MAP-SAIDA-X(2:8) TO WRK-TEL-NUMERO(2:8)
               MOVE WRK-TELEFONE TO CLI-TELEFONE
           END-IF.
           IF CLI-EMAIL NOT = SPACES
               MOVE SPACES TO CLI-EMAIL
               STRING 'TESTE'         DELIMITED BY SIZE
                   WRK-MAP-SAIDA-X    DELIMITED BY SIZE
                   '@EXEMPLO.COM'     DELIMITED BY SIZE
                   INTO CLI-EMAIL
           END-IF.

           WRITE TSTCLI-REG FROM CLIENTE-REG
               INVALID KEY
                   PERFORM 8160-REJEITAR-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COPIADOS
           END-WRITE.
           READ CLIENTE-FILE NEXT
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** EMPREGADO: NOME FICTICIO A PARTIR DA MATRICULA (O MESMO DA
      ** FOLHAHIS), SALARIO PELO FATOR DO EMPREGADO E CONTA TROCADA
      ** (BANCO E AGENCIA MANTIDOS PARA OS TESTES DE REMESSA).
      **************************************************************
       1100-COPIAR-EMPREGAD.

           MOVE 'EMP' TO WRK-MAS-CODIGO.
           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'EMPREGAD' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ EMPREGADOS-FILE NEXT
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1110-COPIAR-REG-EMPREGAD UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE EMPREGADOS-FILE
           END-IF.

       1110-COPIAR-REG-EMPREGAD.

           MOVE EMP-MATRICULA TO WRK-MAP-ENTRADA.
           PERFORM 8450-NOME-POR-CODIGO.
           MOVE WRK-NOM-SAIDA TO EMP-NOME.
           PERFORM 8500-CALCULAR-FATOR.
           COMPUTE EMP-SALARIO ROUNDED = EMP-SALARIO * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.

           IF EMP-CONTA NOT = ZEROS
               MOVE EMP-CONTA TO WRK-MAP-ENTRADA
               PERFORM 8250-TRANSFORMAR
               MOVE WRK-MAP-SAIDA TO EMP-CONTA
               MOVE WRK-MAP-SAIDA-X(1:1) TO EMP-CONTA-DV
           END-IF.

           WRITE TSTEMP-REG FROM EMPREGADO-REG
               INVALID KEY
                   PERFORM 8160-REJEITAR-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COPIADOS
           END-WRITE.
           READ EMPREGADOS-FILE NEXT
               AT END SET WRK-FIM TO TRUE
           END-READ.

       1200-COPIAR-MATRALUN.

           MOVE 'MAT' TO WRK-MAS-CODIGO.
           OPEN INPUT MATRALUN-FILE.
           IF WRK-MATRALUN-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'MATRALUN' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ MATRALUN-FILE NEXT
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1210-COPIAR-REG-MATRALUN UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE MATRALUN-FILE
           END-IF.

       1210-COPIAR-REG-MATRALUN.

           MOVE MAT-MATRICULA TO WRK-MAP-ENTRADA.
           PERFORM 8450-NOME-POR-CODIGO.
           MOVE WRK-NOM-SAIDA TO MAT-NOME.
           MOVE MAT-CPF-RESPONSAVEL TO WRK-CPF-ENTRADA.
           PERFORM 8300-TROCAR-CPF.
           MOVE WRK-CPF-SAIDA TO MAT-CPF-RESPONSAVEL.

           WRITE TSTMAT-REG FROM MATRALUN-REG
               INVALID KEY
                   PERFORM 8160-REJEITAR-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COPIADOS
           END-WRITE.
           READ MATRALUN-FILE NEXT
               AT END SET WRK-FIM TO TRUE
           END-READ.

       1300-COPIAR-CONTAREC.

           MOVE 'CRC' TO WRK-MAS-CODIGO.
           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'CONTAREC' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ CONTAREC-FILE NEXT
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1310-COPIAR-REG-CONTAREC UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE CONTAREC-FILE
           END-IF.

       1310-COPIAR-REG-CONTAREC.

           IF CRC-TIPO-PESSOA NOT = 'J'
               MOVE CRC-DOC-CLIENTE TO WRK-CPF-ENTRADA
               PERFORM 8300-TROCAR-CPF
               MOVE WRK-CPF-SAIDA TO CRC-DOC-CLIENTE
           END-IF.

           WRITE TSTCRC-REG FROM CONTAREC-REG
               INVALID KEY
                   PERFORM 8160-REJEITAR-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COPIADOS
           END-WRITE.
           READ CONTAREC-FILE NEXT
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** VENDAS: CABECALHO E RODAPE DO ARQUIVO PASSAM INTACTOS (O
      ** RODAPE CONFERE QUANTIDADE E TOTAL, QUE NAO MUDAM).
      **************************************************************
       1400-COPIAR-VENDAS.

           MOVE 'VEN' TO WRK-MAS-CODIGO.
           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'VENDAS' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ VENDAS-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1410-COPIAR-REG-VENDAS UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE VENDAS-FILE
           END-IF.

       1410-COPIAR-REG-VENDAS.

           IF NOT VND-TIPO-CABECALHO AND NOT VND-TIPO-RODAPE
               MOVE VND-CODVENDEDOR TO WRK-MAP-ENTRADA
               PERFORM 8450-NOME-POR-CODIGO
               MOVE WRK-NOM-SAIDA TO VND-VENDEDOR
               IF VND-TIPO-PESSOA NOT = 'J'
                   MOVE VND-DOC-CLIENTE TO WRK-CPF-ENTRADA
                   PERFORM 8300-TROCAR-CPF
                   MOVE WRK-CPF-SAIDA TO VND-DOC-CLIENTE
               END-IF
           END-IF.

           MOVE VENDA-REG TO MASSA-REG.
           PERFORM 8150-GRAVAR-MASSA.
           READ VENDAS-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** FOLHAHIS: MESMO NOME E MESMO FATOR DO EMPREGADO EM TODOS OS
      ** VALORES DA COMPETENCIA. REGISTRO ANTIGO SEM A PENSAO (NAO
      ** NUMERICA) FICA COMO ESTA NESSE CAMPO.
      **************************************************************
       1500-COPIAR-FOLHAHIS.

           MOVE 'FHS' TO WRK-MAS-CODIGO.
           OPEN INPUT FOLHAHIS-FILE.
           IF WRK-FOLHAHIS-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'FOLHAHIS' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ FOLHAHIS-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1510-COPIAR-REG-FOLHAHIS UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE FOLHAHIS-FILE
           END-IF.

       1510-COPIAR-REG-FOLHAHIS.

           MOVE FHS-MATRICULA TO WRK-MAP-ENTRADA.
           PERFORM 8450-NOME-POR-CODIGO.
           MOVE WRK-NOM-SAIDA TO FHS-NOME.
           PERFORM 8500-CALCULAR-FATOR.
           COMPUTE FHS-BRUTO ROUNDED   = FHS-BRUTO * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE FHS-INSS ROUNDED    = FHS-INSS * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE FHS-IRRF ROUNDED    = FHS-IRRF * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           COMPUTE FHS-LIQUIDO ROUNDED = FHS-LIQUIDO * WRK-FATOR
               ON SIZE ERROR CONTINUE
           END-COMPUTE.
           IF FHS-PENSAO IS NUMERIC
               COMPUTE FHS-PENSAO ROUNDED = FHS-PENSAO * WRK-FATOR
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-IF.

           MOVE FOLHAHIS-REG TO MASSA-REG.
           PERFORM 8150-GRAVAR-MASSA.
           READ FOLHAHIS-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       1600-COPIAR-FATREG.

           MOVE 'FAT' TO WRK-MAS-CODIGO.
           OPEN INPUT FATREG-FILE.
           IF WRK-FATREG-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'FATREG' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ FATREG-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1610-COPIAR-REG-FATREG UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE FATREG-FILE
           END-IF.

       1610-COPIAR-REG-FATREG.

           IF FRG-TIPO-PESSOA NOT = 'J'
               MOVE FRG-DOC-CLIENTE TO WRK-CPF-ENTRADA
               PERFORM 8300-TROCAR-CPF
               MOVE WRK-CPF-SAIDA TO FRG-DOC-CLIENTE
           END-IF.

           MOVE FATREG-REG TO MASSA-REG.
           PERFORM 8150-GRAVAR-MASSA.
           READ FATREG-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       1700-COPIAR-PEDVENDA.

           MOVE 'PDV' TO WRK-MAS-CODIGO.
           OPEN INPUT PEDVENDA-FILE.
           IF WRK-PEDVENDA-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'PEDVENDA' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ PEDVENDA-FILE NEXT
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1710-COPIAR-REG-PEDVENDA UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE PEDVENDA-FILE
           END-IF.

       1710-COPIAR-REG-PEDVENDA.

           MOVE PDV-CODVENDEDOR TO WRK-MAP-ENTRADA.
           PERFORM 8450-NOME-POR-CODIGO.
           MOVE WRK-NOM-SAIDA TO PDV-VENDEDOR.
           IF PDV-TIPO-PESSOA NOT = 'J'
               MOVE PDV-DOC-CLIENTE TO WRK-CPF-ENTRADA
               PERFORM 8300-TROCAR-CPF
               MOVE WRK-CPF-SAIDA TO PDV-DOC-CLIENTE
           END-IF.

           WRITE TSTPDV-REG FROM PEDVENDA-REG
               INVALID KEY
                   PERFORM 8160-REJEITAR-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COPIADOS
           END-WRITE.
           READ PEDVENDA-FILE NEXT
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** EMBARQUE: CLIENTE PELA MESMA TROCA DE CPF; O RECEBEDOR DO
      ** COMPROVANTE DE ENTREGA COM CPF NUMERICO GANHA CPF E NOME
      ** FICTICIOS (IGUAIS AOS DO CLIENTE QUANDO ELE MESMO RECEBEU);
      ** SEM CPF, SO O NOME E TROCADO.
      **************************************************************
       1800-COPIAR-EMBARQUE.

           MOVE 'EMB' TO WRK-MAS-CODIGO.
           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS NOT = '00'
               PERFORM 8800-AVISAR-MESTRE-AUSENTE
           ELSE
               MOVE 'EMBARQUE' TO DET-ORIGEM
               PERFORM 8100-ABRIR-MASSA
               READ EMBARQUE-FILE NEXT
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 1810-COPIAR-REG-EMBARQUE UNTIL WRK-FIM
               PERFORM 8200-FECHAR-MASSA
               CLOSE EMBARQUE-FILE
           END-IF.

       1810-COPIAR-REG-EMBARQUE.

           IF EMB-TIPO-PESSOA NOT = 'J'
               MOVE EMB-DOC-CLIENTE TO WRK-CPF-ENTRADA
               PERFORM 8300-TROCAR-CPF
               MOVE WRK-CPF-SAIDA TO EMB-DOC-CLIENTE
           END-IF.

           EVALUATE TRUE
               WHEN EMB-POD-DOCUMENTO IS NUMERIC
                   MOVE EMB-POD-DOCUMENTO TO WRK-CPF-ENTRADA
                   PERFORM 8300-TROCAR-CPF
                   MOVE WRK-CPF-SAIDA TO EMB-POD-DOCUMENTO
                   MOVE WRK-CPF-BASE  TO WRK-NOM-SEMENTE
                   PERFORM 8400-GERAR-NOME
                   MOVE WRK-NOM-SAIDA TO EMB-POD-NOME
               WHEN EMB-POD-NOME NOT = SPACES
                   MOVE SPACES TO EMB-POD-DOCUMENTO
                   MOVE EMB-SEQUENCIA TO WRK-MAP-ENTRADA
                   PERFORM 8450-NOME-POR-CODIGO
                   MOVE WRK-NOM-SAIDA TO EMB-POD-NOME
           END-EVALUATE.

           WRITE TSTEMB-REG FROM EMBARQUE-REG
               INVALID KEY
                   PERFORM 8160-REJEITAR-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-COPIADOS
           END-WRITE.
           READ EMBARQUE-FILE NEXT
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** SEMENTE DA EXECUCAO A PARTIR DO RELOGIO: O ULTIMO DIGITO DOS
      ** CENTESIMOS ESCOLHE O MULTIPLICADOR E O RESTO COMPOE O
      ** DESLOCAMENTO. NADA DISSO E GRAVADO, PARA QUE A MASSA NAO
      ** POSSA SER REVERTIDA PARA OS DADOS REAIS.
      **************************************************************
       8000-PREPARAR-TRANSFORMACAO.

           ACCEPT WRK-HORA FROM TIME.
           DIVIDE WRK-HORA BY 10 GIVING WRK-MAP-QUOCIENTE
               REMAINDER WRK-IDX.
           ADD 1 TO WRK-IDX.
           MOVE WRK-MULT(WRK-IDX) TO WRK-MAP-MULT.
           COMPUTE WRK-MAP-PRODUTO = WRK-HORA * 7919 + WRK-DATA-HOJE.
           DIVIDE WRK-MAP-PRODUTO BY 1000000000
               GIVING WRK-MAP-QUOCIENTE REMAINDER WRK-MAP-DESLOC.

       8050-MONTAR-NOME-MASSA.

           MOVE SPACES TO WRK-MAS-NOME.
           STRING WRK-PREFIXO    DELIMITED BY SPACE
               WRK-MAS-CODIGO    DELIMITED BY SIZE
               INTO WRK-MAS-NOME.

      **************************************************************
      ** CADA MASSA E ABERTA NA ORGANIZACAO DO SEU MESTRE. NOS
      ** INDEXADOS A GRAVACAO E POR CHAVE (ACESSO DINAMICO), ENTAO A
      ** NOVA ORDEM DOS CPF TROCADOS NAO IMPEDE A CARGA. DESTINO QUE
      ** NAO ABRE DEIXA O MESTRE SEM MASSA (WRK-FIM JA LIGADO).
      **************************************************************
       8100-ABRIR-MASSA.

           PERFORM 8050-MONTAR-NOME-MASSA.
           EVALUATE WRK-MAS-CODIGO
               WHEN 'CLI'
                   OPEN OUTPUT TSTCLI-FILE
               WHEN 'EMP'
                   OPEN OUTPUT TSTEMP-FILE
               WHEN 'MAT'
                   OPEN OUTPUT TSTMAT-FILE
               WHEN 'CRC'
                   OPEN OUTPUT TSTCRC-FILE
               WHEN 'PDV'
                   OPEN OUTPUT TSTPDV-FILE
               WHEN 'EMB'
                   OPEN OUTPUT TSTEMB-FILE
               WHEN OTHER
                   OPEN OUTPUT MASSA-FILE
           END-EVALUATE.
           MOVE 'N'   TO WRK-FIM-SW.
           MOVE ZEROS TO WRK-QTD-COPIADOS.
           MOVE ZEROS TO WRK-QTD-REJEITADOS.
           IF WRK-MASSA-STATUS = '00'
               SET WRK-MASSA-ABERTA TO TRUE
           ELSE
               MOVE 'N' TO WRK-ABERTA-SW
               SET WRK-FIM TO TRUE
               DISPLAY 'PROGMTST: ' WRK-MAS-NOME ' NAO ABRIU - STATUS '
                   WRK-MASSA-STATUS
               MOVE 'PROGMTST' TO ABL-PROGRAMA
               MOVE '8100-ABRIR-MASSA' TO ABL-PARAGRAFO
               MOVE WRK-MASSA-STATUS TO ABL-STATUS-ARQUIVO
               MOVE SPACES TO ABL-MENSAGEM
               STRING 'MASSA DE TESTE NAO ABRIU: ' DELIMITED BY SIZE
                   WRK-MAS-NOME DELIMITED BY SIZE
                   INTO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           END-IF.

       8150-GRAVAR-MASSA.

           WRITE MASSA-REG.
           ADD 1 TO WRK-QTD-COPIADOS.

       8160-REJEITAR-CHAVE.

           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'PROGMTST: CHAVE REPETIDA EM ' WRK-MAS-NOME
               ' - STATUS ' WRK-MASSA-STATUS.

       8200-FECHAR-MASSA.

           IF WRK-MASSA-ABERTA
               EVALUATE WRK-MAS-CODIGO
                   WHEN 'CLI'
                       CLOSE TSTCLI-FILE
                   WHEN 'EMP'
                       CLOSE TSTEMP-FILE
                   WHEN 'MAT'
                       CLOSE TSTMAT-FILE
                   WHEN 'CRC'
                       CLOSE TSTCRC-FILE
                   WHEN 'PDV'
                       CLOSE TSTPDV-FILE
                   WHEN 'EMB'
                       CLOSE TSTEMB-FILE
                   WHEN OTHER
                       CLOSE MASSA-FILE
               END-EVALUATE
               MOVE 'N' TO WRK-ABERTA-SW
               MOVE WRK-MAS-NOME     TO DET-ARQUIVO
               MOVE WRK-QTD-COPIADOS TO DET-QTD
               WRITE CONTROLE-REG FROM TST-DETALHE
               ADD 1 TO WRK-QTD-ARQUIVOS
               DISPLAY 'PROGMTST: ' WRK-MAS-NOME ' GRAVADO COM '
                   WRK-QTD-COPIADOS ' REGISTROS.'
               IF WRK-QTD-REJEITADOS > ZEROS
                   DISPLAY 'PROGMTST: ' WRK-MAS-NOME ' - '
                       WRK-QTD-REJEITADOS
                       ' REGISTROS COM CHAVE REPETIDA.'
               END-IF
           END-IF.

       8250-TRANSFORMAR.

           COMPUTE WRK-MAP-PRODUTO =
               WRK-MAP-ENTRADA * WRK-MAP-MULT + WRK-MAP-DESLOC.
           DIVIDE WRK-MAP-PRODUTO BY 1000000000
               GIVING WRK-MAP-QUOCIENTE REMAINDER WRK-MAP-SAIDA.

      **************************************************************
      ** CPF FICTICIO: A BASE (NOVE PRIMEIROS DIGITOS) PASSA PELA
      ** TRANSFORMACAO E OS DOIS DIGITOS VERIFICADORES SAO
      ** RECALCULADOS (MODULO 11). CPF ZERADO CONTINUA ZERADO.
      **************************************************************
       8300-TROCAR-CPF.

           MOVE ZEROS TO WRK-CPF-SAIDA.
           IF WRK-CPF-ENTRADA NOT = ZEROS
               DIVIDE WRK-CPF-ENTRADA BY 100 GIVING WRK-MAP-ENTRADA
               PERFORM 8250-TRANSFORMAR
               MOVE WRK-MAP-SAIDA TO WRK-CPF-BASE
               MOVE ZEROS TO WRK-CPF-SOMA
               PERFORM 8310-SOMAR-DV1
                   VARYING WRK-CPF-POS FROM 1 BY 1
                   UNTIL WRK-CPF-POS > 9
               PERFORM 8330-CALCULAR-RESTO
               MOVE WRK-CPF-RESTO TO WRK-CPF-DV1
               MOVE ZEROS TO WRK-CPF-SOMA
               PERFORM 8320-SOMAR-DV2
                   VARYING WRK-CPF-POS FROM 1 BY 1
                   UNTIL WRK-CPF-POS > 10
               PERFORM 8330-CALCULAR-RESTO
               MOVE WRK-CPF-RESTO TO WRK-CPF-DV2
           END-IF.

       8310-SOMAR-DV1.

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
               + WRK-CPF-DIG(WRK-CPF-POS) * (11 - WRK-CPF-POS).

       8320-SOMAR-DV2.

           COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
               + WRK-CPF-DIG(WRK-CPF-POS) * (12 - WRK-CPF-POS).

       8330-CALCULAR-RESTO.

           DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOC
               REMAINDER WRK-CPF-RESTO.
           IF WRK-CPF-RESTO < 2
               MOVE ZEROS TO WRK-CPF-RESTO
           ELSE
               COMPUTE WRK-CPF-RESTO = 11 - WRK-CPF-RESTO
           END-IF.

      **************************************************************
      ** NOME FICTICIO PELOS TRES ULTIMOS DIGITOS DA SEMENTE (PRENOME
      ** E DOIS SOBRENOMES): A MESMA SEMENTE DA SEMPRE O MESMO NOME.
      **************************************************************
       8400-GERAR-NOME.

           MOVE SPACES TO WRK-NOM-SAIDA.
           STRING WRK-PRENOME(WRK-NOM-DIG-1 + 1) DELIMITED BY SPACE
               ' '                               DELIMITED BY SIZE
               WRK-SOBRENOME(WRK-NOM-DIG-2 + 1)  DELIMITED BY SPACE
               ' '                               DELIMITED BY SIZE
               WRK-SOBRENOME(WRK-NOM-DIG-3 + 1)  DELIMITED BY SPACE
               INTO WRK-NOM-SAIDA.

       8450-NOME-POR-CODIGO.

           PERFORM 8250-TRANSFORMAR.
           MOVE WRK-MAP-SAIDA TO WRK-NOM-SEMENTE.
           PERFORM 8400-GERAR-NOME.

      **************************************************************
      ** FATOR SALARIAL DO EMPREGADO, DE 0,80 A 1,20, A PARTIR DA
      ** MATRICULA JA TRANSFORMADA (EM WRK-MAP-SAIDA).
      **************************************************************
       8500-CALCULAR-FATOR.

           DIVIDE WRK-MAP-SAIDA BY 41 GIVING WRK-MAP-QUOCIENTE
               REMAINDER WRK-FATOR-RESTO.
           COMPUTE WRK-FATOR = (80 + WRK-FATOR-RESTO) / 100.

       8700-AUDITAR-MASSA.

           MOVE SPACES TO AUD-RESULTADO.
           STRING 'MASSA DE TESTE ' DELIMITED BY SIZE
               WRK-PREFIXO DELIMITED BY SPACE
               ' GERADA'   DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 8780-GRAVAR-AUDITORIA-MASSA.

       8790-AUDITAR-RECUSA.

           MOVE 'MASSA DE TESTE RECUSADA' TO AUD-RESULTADO.
           PERFORM 8780-GRAVAR-AUDITORIA-MASSA.

       8780-GRAVAR-AUDITORIA-MASSA.

           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE WRK-OPERADOR TO AUD-USUARIO.
           MOVE WRK-NIVEL    TO AUD-NIVEL.
           PERFORM 9200-GRAVAR-AUDITORIA.
           CLOSE AUDITORIA-FILE.

       8800-AVISAR-MESTRE-AUSENTE.

           DISPLAY 'PROGMTST: MESTRE DE ' WRK-MAS-CODIGO
               ' INDISPONIVEL - MASSA NAO GERADA.'.
           MOVE 'PROGMTST' TO ABL-PROGRAMA.
           MOVE '0200-PROCESSAR' TO ABL-PARAGRAFO.
           MOVE SPACES TO ABL-STATUS-ARQUIVO.
           MOVE SPACES TO ABL-MENSAGEM.
           STRING 'MESTRE INDISPONIVEL PARA MASSA: '
               DELIMITED BY SIZE
               WRK-MAS-CODIGO DELIMITED BY SIZE
               INTO ABL-MENSAGEM.
           PERFORM 9900-GRAVAR-ABEND.

       COPY CPYAUDPR.
       COPY CPYABLPR.
