       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRMBM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: DIGITACAO DOS PEDIDOS DE REEMBOLSO DE DESPESAS
      **    DOS EMPREGADOS (REEMBOLS, VER CPYRMB*) PELO CONSOLE.
      **    CADA PEDIDO E DE UM EMPREGADO ATIVO DO EMPREGAD, TEM ATE
      **    10 LINHAS DE DESPESA (DATA, CATEGORIA, VALOR E
      **    COMPROVANTE), A FORMA DE PAGAMENTO ('F' NA FOLHA COMO
      **    VERBA NAO TRIBUTAVEL, 'T' TITULO NO CONTAS A PAGAR) E O
      **    SUPERVISOR QUE VAI APROVA-LO, IDENTIFICADO NO CADASTRO
      **    USUARIO (ADM OU SUPERVISOR, NAO BLOQUEADO). O DIGITADOR
      **    SE AUTENTICA NO USUARIO, COMO NO PROGEMPM, E O PEDIDO
      **    ACEITO ENTRA NA FILA PENDAPRV (TIPO 'D') PARA O
      **    SUPERVISOR INDICADO APROVAR NO PROGAPRV. LINHA COM DATA
      **    INVALIDA OU NO FUTURO, CATEGORIA DESCONHECIDA, VALOR
      **    ZERADO OU SEM COMPROVANTE E RECUSADA E VAI PARA O
      **    RELATORIO DE EXCECOES. A OPERACAO 'C' CONSULTA UM PEDIDO
      **    E SUA SITUACAO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYRMBSL.
           COPY CPYEMPSL.
           COPY CPYUSUSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           SELECT PENDAPRV-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDAPRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYRMBFD.
       COPY CPYEMPFD.
       COPY CPYUSUFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       FD  PENDAPRV-FILE.
       01  PENDAPRV-REG.
           05  PDA-TIPO           PIC X(01).
           05  PDA-DATA           PIC 9(08).
           05  PDA-HORA           PIC 9(06).
           05  PDA-SOLICITANTE    PIC X(20).
           05  PDA-CHAVE          PIC X(20).
           05  PDA-SITUACAO       PIC X(01).
           05  PDA-APROVADOR      PIC X(20).
           05  PDA-IMAGEM         PIC X(120).

       WORKING-STORAGE SECTION.
       77  WRK-REEMBOLS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PENDAPRV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS           VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                  VALUE 'S'.
       77  WRK-FIM-LINHAS-SW      PIC X(01) VALUE 'N'.
           88  WRK-FIM-LINHAS                 VALUE 'S'.
       77  WRK-EMP-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-EMP-ACHOU                  VALUE 'S'.
       77  WRK-SUPERVISOR-OK-SW   PIC X(01) VALUE 'N'.
           88  WRK-SUPERVISOR-OK              VALUE 'S'.
       77  WRK-SOLIC-AUTENT-SW    PIC X(01) VALUE 'N'.
           88  WRK-SOLIC-AUTENTICADO        VALUE 'S'.
       77  WRK-LINHA-VALIDA-SW    PIC X(01) VALUE 'S'.
           88  WRK-LINHA-VALIDA             VALUE 'S'.
           88  WRK-LINHA-INVALIDA           VALUE 'N'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-SOLICITANTE        PIC X(20) VALUE SPACES.
       77  WRK-SENHA-SOLIC        PIC X(10) VALUE SPACES.
       77  WRK-MATRICULA-BUSCA    PIC 9(05) VALUE ZEROS.
       77  WRK-NUMERO-BUSCA       PIC 9(05) VALUE ZEROS.
       77  WRK-PROX-NUMERO        PIC 9(05) VALUE 1.
       77  WRK-LIN-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED           PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-INF-DATA-R REDEFINES WRK-INF-DATA.
               10  WRK-INF-ANO    PIC 9(04).
               10  WRK-INF-MES    PIC 9(02).
               10  WRK-INF-DIA    PIC 9(02).
           05  WRK-INF-CATEGORIA  PIC X(02) VALUE SPACES.
               88  WRK-CATEGORIA-VALIDA
                   VALUE 'TR' 'HO' 'AL' 'KM' 'OU'.
           05  WRK-INF-VALOR      PIC 9(06)V99 VALUE ZEROS.
           05  WRK-INF-COMPROVANTE PIC X(15) VALUE SPACES.
           05  WRK-INF-FORMA      PIC X(01) VALUE SPACE.
           05  WRK-INF-SUPERVISOR PIC X(20) VALUE SPACES.
      *    IMAGEM DO PEDIDO NA FILA PENDAPRV (TIPO 'D'), LIDA PELO
      *    PROGAPRV
       01  WRK-RMP-AREA.
           05  RMP-MATRICULA      PIC 9(05).
           05  RMP-NUMERO         PIC 9(05).
           05  RMP-VALOR-TOTAL    PIC 9(07)V99.
           05  RMP-FORMA-PAGTO    PIC X(01).
           05  RMP-SUPERVISOR     PIC X(20).
           05  FILLER             PIC X(80) VALUE SPACES.
       COPY CPYDTSWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGRMBM'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               OPEN I-O REEMBOLS-FILE
               IF WRK-REEMBOLS-STATUS = '35'
                   CLOSE REEMBOLS-FILE
                   OPEN OUTPUT REEMBOLS-FILE
                   CLOSE REEMBOLS-FILE
                   OPEN I-O REEMBOLS-FILE
               END-IF
               IF WRK-REEMBOLS-STATUS NOT = '00'
                   MOVE 'PROGRMBM'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-REEMBOLS-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR OS PEDIDOS DE REEMBOLSO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   CLOSE EMPREGADOS-FILE
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   OPEN EXTEND EXCECOES-FILE
                   IF WRK-EXCECOES-STATUS = '05' OR '35'
                       CLOSE EXCECOES-FILE
                       OPEN OUTPUT EXCECOES-FILE
                   END-IF
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR PEDIDO C=CONSULTAR '
               'FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-PEDIDO
               WHEN 'C'
                   PERFORM 0250-CONSULTAR-PEDIDO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO DE UM PEDIDO: EMPREGADO ATIVO, LINHAS DE DESPESA
      ** (ENCERRADAS COM DATA ZERADA OU AO ATINGIR 10), FORMA DE
      ** PAGAMENTO E SUPERVISOR. O NUMERO DO PEDIDO E O PROXIMO
      ** LIVRE DA MATRICULA. SO PEDIDO COM AO MENOS UMA LINHA
      ** ACEITA, SUPERVISOR VALIDO E DIGITADOR AUTENTICADO E
      ** GRAVADO E ENFILEIRADO.
      **************************************************************
       0210-INCLUIR-PEDIDO.

           PERFORM 8300-BUSCAR-EMPREGADO.

           IF WRK-EMP-ACHOU
               PERFORM 8000-DERIVAR-PROXIMO-NUMERO
               INITIALIZE REEMBOLSO-REG
               MOVE WRK-MATRICULA-BUSCA TO RMB-MATRICULA
               MOVE WRK-PROX-NUMERO     TO RMB-NUMERO
               MOVE 'N' TO WRK-FIM-LINHAS-SW
               PERFORM 0215-ACEITAR-LINHA UNTIL WRK-FIM-LINHAS
               IF RMB-QTD-LINHAS = ZEROS
                   DISPLAY 'PEDIDO SEM LINHAS ACEITAS - DESCARTADO.'
               ELSE
                   PERFORM 0220-COMPLETAR-PEDIDO
               END-IF
           END-IF.

       0215-ACEITAR-LINHA.

           DISPLAY 'DATA DA DESPESA (AAAAMMDD, ZERO ENCERRA)..'.
           ACCEPT WRK-INF-DATA FROM CONSOLE.
           IF WRK-INF-DATA NOT NUMERIC OR WRK-INF-DATA = ZEROS
               SET WRK-FIM-LINHAS TO TRUE
           ELSE
               DISPLAY 'CATEGORIA (TR=TRANSPORTE HO=HOSPEDAGEM '
                   'AL=ALIMENTACAO KM=QUILOMETRAGEM OU=OUTRAS)..'
               ACCEPT WRK-INF-CATEGORIA FROM CONSOLE
               DISPLAY 'VALOR..'
               ACCEPT WRK-INF-VALOR FROM CONSOLE
               DISPLAY 'NUMERO DO COMPROVANTE..'
               ACCEPT WRK-INF-COMPROVANTE FROM CONSOLE
               PERFORM 8100-VALIDAR-LINHA
               IF WRK-LINHA-VALIDA
                   ADD 1 TO RMB-QTD-LINHAS
                   MOVE RMB-QTD-LINHAS TO WRK-LIN-SUB
                   MOVE WRK-INF-DATA
                       TO RMB-LIN-DATA(WRK-LIN-SUB)
                   MOVE WRK-INF-CATEGORIA
                       TO RMB-LIN-CATEGORIA(WRK-LIN-SUB)
                   MOVE WRK-INF-VALOR
                       TO RMB-LIN-VALOR(WRK-LIN-SUB)
                   MOVE WRK-INF-COMPROVANTE
                       TO RMB-LIN-COMPROVANTE(WRK-LIN-SUB)
                   ADD WRK-INF-VALOR TO RMB-VALOR-TOTAL
                   IF RMB-QTD-LINHAS >= 10
                       DISPLAY 'LIMITE DE 10 LINHAS POR PEDIDO.'
                       SET WRK-FIM-LINHAS TO TRUE
                   END-IF
               END-IF
           END-IF.

       0220-COMPLETAR-PEDIDO.

           MOVE RMB-VALOR-TOTAL TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DO PEDIDO: ' WRK-TOTAL-ED
               ' EM ' RMB-QTD-LINHAS ' LINHA(S)'.

           DISPLAY 'FORMA DE PAGAMENTO (F=FOLHA T=TITULO)..'.
           ACCEPT WRK-INF-FORMA FROM CONSOLE.
           IF WRK-INF-FORMA NOT = 'T'
               MOVE 'F' TO WRK-INF-FORMA
           END-IF.
           MOVE WRK-INF-FORMA TO RMB-FORMA-PAGTO.

           PERFORM 8400-VALIDAR-SUPERVISOR.
           IF WRK-SUPERVISOR-OK
               PERFORM 9310-AUTENTICAR-SOLICITANTE
               EVALUATE TRUE
                   WHEN NOT WRK-SOLIC-AUTENTICADO
                       DISPLAY 'SOLICITANTE NAO AUTENTICADO - PEDIDO '
                           'DESCARTADO.'
                   WHEN WRK-SOLICITANTE = WRK-INF-SUPERVISOR
                       DISPLAY 'O SUPERVISOR NAO PODE DIGITAR O '
                           'PROPRIO PEDIDO A APROVAR - DESCARTADO.'
                   WHEN OTHER
                       PERFORM 0230-GRAVAR-PEDIDO
               END-EVALUATE
           ELSE
               DISPLAY 'PEDIDO DESCARTADO.'
           END-IF.

       0230-GRAVAR-PEDIDO.

           MOVE WRK-DATAHOJE       TO RMB-DATA-PEDIDO.
           MOVE WRK-SOLICITANTE    TO RMB-SOLICITANTE.
           MOVE WRK-INF-SUPERVISOR TO RMB-SUPERVISOR.
           SET RMB-PENDENTE        TO TRUE.
           MOVE SPACES             TO RMB-APROVADOR.
           MOVE ZEROS              TO RMB-DATA-DECISAO.
           MOVE SPACES             TO RMB-REFERENCIA.
           WRITE REEMBOLSO-REG
               INVALID KEY
                   MOVE 'PROGRMBM'          TO ABL-PROGRAMA
                   MOVE '0230-GRAVAR-PEDIDO' TO ABL-PARAGRAFO
                   MOVE WRK-REEMBOLS-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA NA GRAVACAO DO PEDIDO DE REEMBOLSO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'PEDIDO NAO GRAVADO.'
               NOT INVALID KEY
                   PERFORM 9320-GRAVAR-PENDENCIA
                   DISPLAY 'PEDIDO ' RMB-NUMERO ' DA MATRICULA '
                       RMB-MATRICULA ' PENDENTE DE APROVACAO DE '
                       RMB-SUPERVISOR
           END-WRITE.

      **************************************************************
      ** CONSULTA DE UM PEDIDO: CABECALHO, SITUACAO E LINHAS.
      **************************************************************
       0250-CONSULTAR-PEDIDO.

           DISPLAY 'MATRICULA DO EMPREGADO..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           DISPLAY 'NUMERO DO PEDIDO..'.
           ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE.
           MOVE WRK-MATRICULA-BUSCA TO RMB-MATRICULA.
           MOVE WRK-NUMERO-BUSCA    TO RMB-NUMERO.

           READ REEMBOLS-FILE
               INVALID KEY
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE RMB-VALOR-TOTAL TO WRK-TOTAL-ED
                   DISPLAY 'PEDIDO ' RMB-NUMERO ' DE ' RMB-DATA-PEDIDO
                       ' TOTAL ' WRK-TOTAL-ED
                       ' FORMA ' RMB-FORMA-PAGTO
                   DISPLAY 'SITUACAO ' RMB-SITUACAO
                       ' SUPERVISOR ' RMB-SUPERVISOR
                       ' APROVADOR ' RMB-APROVADOR
                       ' REFERENCIA ' RMB-REFERENCIA
                   PERFORM 0255-MOSTRAR-LINHA
                       VARYING WRK-LIN-SUB FROM 1 BY 1
                       UNTIL WRK-LIN-SUB > RMB-QTD-LINHAS
           END-READ.

       0255-MOSTRAR-LINHA.

           MOVE RMB-LIN-VALOR(WRK-LIN-SUB) TO WRK-VALOR-ED.
           DISPLAY '  ' RMB-LIN-DATA(WRK-LIN-SUB)
               ' ' RMB-LIN-CATEGORIA(WRK-LIN-SUB)
               ' ' WRK-VALOR-ED
               ' ' RMB-LIN-COMPROVANTE(WRK-LIN-SUB).

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               CLOSE REEMBOLS-FILE
               CLOSE EMPREGADOS-FILE
               CLOSE EXCECOES-FILE
           END-IF.

      **************************************************************
      ** PROXIMO NUMERO LIVRE DE PEDIDO DA MATRICULA: POSICIONA NA
      ** PRIMEIRA CHAVE DA MATRICULA E LE ENQUANTO ELA FOR A MESMA.
      **************************************************************
       8000-DERIVAR-PROXIMO-NUMERO.

           MOVE 1   TO WRK-PROX-NUMERO.
           MOVE 'N' TO WRK-VARRE-FIM-SW.

           MOVE WRK-MATRICULA-BUSCA TO RMB-MATRICULA.
           MOVE ZEROS               TO RMB-NUMERO.
           START REEMBOLS-FILE KEY IS NOT LESS THAN RMB-CHAVE
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 8010-VARRER-PEDIDOS UNTIL WRK-VARRE-FIM.

       8010-VARRER-PEDIDOS.

           READ REEMBOLS-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   IF RMB-MATRICULA NOT = WRK-MATRICULA-BUSCA
                       SET WRK-VARRE-FIM TO TRUE
                   ELSE
                       COMPUTE WRK-PROX-NUMERO = RMB-NUMERO + 1
                   END-IF
           END-READ.

      **************************************************************
      ** VALIDACAO DA LINHA: DATA EXISTENTE NO CALENDARIO (DIA ATE O
      ** ULTIMO DO MES, FUNCAO 'UM' DO PROGDATA) E NAO POSTERIOR A
      ** HOJE, CATEGORIA CONHECIDA, VALOR POSITIVO E COMPROVANTE
      ** INFORMADO. CADA RECUSA VAI PARA O RELATORIO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-LINHA.

           SET WRK-LINHA-VALIDA TO TRUE.

           IF WRK-INF-MES < 1 OR WRK-INF-MES > 12
               OR WRK-INF-DIA < 1
               SET WRK-LINHA-INVALIDA TO TRUE
           ELSE
               MOVE 'UM'         TO DTS-FUNCAO
               MOVE WRK-INF-DATA TO DTS-DATA1
               CALL 'PROGDATA' USING WRK-DTS-AREA
               IF WRK-INF-DIA > DTS-DIAS
                   SET WRK-LINHA-INVALIDA TO TRUE
               END-IF
           END-IF.
           IF WRK-LINHA-INVALIDA
               MOVE 'WRK-INF-DATA'       TO EXC-CAMPO
               MOVE WRK-INF-DATA         TO EXC-VALOR
               MOVE 'DATA DA DESPESA INVALIDA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-LINHA
               DISPLAY 'DATA DA DESPESA INVALIDA.'
           ELSE
               IF WRK-INF-DATA > WRK-DATAHOJE
                   SET WRK-LINHA-INVALIDA TO TRUE
                   MOVE 'WRK-INF-DATA'       TO EXC-CAMPO
                   MOVE WRK-INF-DATA         TO EXC-VALOR
                   MOVE 'DATA DA DESPESA NO FUTURO' TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-LINHA
                   DISPLAY 'DATA DA DESPESA NAO PODE SER NO FUTURO.'
               END-IF
           END-IF.

           IF NOT WRK-CATEGORIA-VALIDA
               SET WRK-LINHA-INVALIDA TO TRUE
               MOVE 'WRK-INF-CATEG'      TO EXC-CAMPO
               MOVE WRK-INF-CATEGORIA    TO EXC-VALOR
               MOVE 'CATEGORIA DE DESPESA DESCONHECIDA'
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-LINHA
               DISPLAY 'CATEGORIA DE DESPESA DESCONHECIDA.'
           END-IF.

           IF WRK-INF-VALOR NOT NUMERIC OR WRK-INF-VALOR = ZEROS
               SET WRK-LINHA-INVALIDA TO TRUE
               MOVE 'WRK-INF-VALOR'      TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'VALOR DA DESPESA ZERADO OU INVALIDO'
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-LINHA
               DISPLAY 'VALOR DA DESPESA INVALIDO.'
           END-IF.

           IF WRK-INF-COMPROVANTE = SPACES
               SET WRK-LINHA-INVALIDA TO TRUE
               MOVE 'WRK-INF-COMPROV'    TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'DESPESA SEM COMPROVANTE' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-LINHA
               DISPLAY 'COMPROVANTE NAO PODE FICAR EM BRANCO.'
           END-IF.

       8110-GRAVAR-EXCECAO-LINHA.

           MOVE 'PROGRMBM'          TO EXC-PROGRAMA.
           MOVE WRK-MATRICULA-BUSCA TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

       8300-BUSCAR-EMPREGADO.

           MOVE 'N' TO WRK-EMP-ACHOU-SW.
           DISPLAY 'MATRICULA DO EMPREGADO..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           MOVE WRK-MATRICULA-BUSCA TO EMP-MATRICULA.

           READ EMPREGADOS-FILE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA NO CADASTRO.'
               NOT INVALID KEY
                   IF EMP-DESLIGADO
                       DISPLAY 'EMPREGADO DESLIGADO - REEMBOLSO SO '
                           'PELA RESCISAO.'
                   ELSE
                       SET WRK-EMP-ACHOU TO TRUE
                       DISPLAY 'EMPREGADO: ' EMP-NOME
                           ' CENTRO DE CUSTO ' EMP-CENTRO-CUSTO
                   END-IF
           END-READ.

      **************************************************************
      ** O SUPERVISOR INDICADO TEM DE EXISTIR NO CADASTRO USUARIO,
      ** NAO ESTAR BLOQUEADO E TER ALCADA DE APROVACAO (ADM OU
      ** SUPERVISOR), A MESMA EXIGIDA PELO PROGAPRV.
      **************************************************************
       8400-VALIDAR-SUPERVISOR.

           MOVE 'N' TO WRK-SUPERVISOR-OK-SW.
           DISPLAY 'SUPERVISOR QUE APROVA (USUARIO)..'.
           ACCEPT WRK-INF-SUPERVISOR FROM CONSOLE.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               MOVE WRK-INF-SUPERVISOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'SUPERVISOR NAO CADASTRADO.'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'SUPERVISOR BLOQUEADO.'
                           WHEN USU-NIVEL NOT = 01 AND NOT = 03
                               DISPLAY 'USUARIO SEM ALCADA DE '
                                   'APROVACAO.'
                           WHEN OTHER
                               SET WRK-SUPERVISOR-OK TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

      **************************************************************
      ** FILA DE APROVACAO (PENDAPRV, TIPO 'D'): A CHAVE E A
      ** MATRICULA MAIS O NUMERO DO PEDIDO; A IMAGEM LEVA O TOTAL, A
      ** FORMA DE PAGAMENTO E O SUPERVISOR INDICADO.
      **************************************************************
       9320-GRAVAR-PENDENCIA.

           MOVE RMB-MATRICULA   TO RMP-MATRICULA.
           MOVE RMB-NUMERO      TO RMP-NUMERO.
           MOVE RMB-VALOR-TOTAL TO RMP-VALOR-TOTAL.
           MOVE RMB-FORMA-PAGTO TO RMP-FORMA-PAGTO.
           MOVE RMB-SUPERVISOR  TO RMP-SUPERVISOR.

           OPEN EXTEND PENDAPRV-FILE.
           IF WRK-PENDAPRV-STATUS = '05' OR '35'
               CLOSE PENDAPRV-FILE
               OPEN OUTPUT PENDAPRV-FILE
           END-IF.
           MOVE 'D' TO PDA-TIPO.
           ACCEPT PDA-DATA FROM DATE YYYYMMDD.
           ACCEPT PDA-HORA FROM TIME.
           MOVE WRK-SOLICITANTE TO PDA-SOLICITANTE.
           MOVE RMB-CHAVE       TO PDA-CHAVE.
           MOVE 'P'             TO PDA-SITUACAO.
           MOVE SPACES          TO PDA-APROVADOR.
           MOVE WRK-RMP-AREA    TO PDA-IMAGEM.
           WRITE PENDAPRV-REG.
           CLOSE PENDAPRV-FILE.

       9310-AUTENTICAR-SOLICITANTE.

           MOVE 'N' TO WRK-SOLIC-AUTENT-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'USUARIO SOLICITANTE..'
               ACCEPT WRK-SOLICITANTE FROM CONSOLE
               DISPLAY 'SENHA DO SOLICITANTE..'
               ACCEPT WRK-SENHA-SOLIC FROM CONSOLE

               MOVE WRK-SOLICITANTE TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA-SOLIC NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                           WHEN OTHER
                               SET WRK-SOLIC-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

       COPY CPYEXCPR.
       COPY CPYABLPR.
