       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRCTB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RECERTIFICACAO PERIODICA DE ACESSOS, NO LUGAR DO
      **    DESPEJO DO USUARIO E DA AUTORIZA LIDO A MAO A CADA
      **    SEMESTRE DE AUDITORIA. EM CADA RODADA:
      **    - APLICA AS REVOGACOES AINDA PENDENTES DO ARQUIVO DE
      **      RECERTIFICACAO (RECERTIF, GRAVADO PELO PROGRCTM): A DE
      **      PROGRAMA VIRA UM 'D' NA MATRIZ AUTORIZA, A DE CONTA
      **      INTEIRA BLOQUEIA O USUARIO; CADA UMA VAI PARA A
      **      TRILHA DE AUDITORIA E FICA MARCADA COMO APLICADA;
      **    - LISTA CADA USUARIO COM O NIVEL (TABELA NIVEIS), O
      **      ULTIMO ACESSO COM SUCESSO E A ULTIMA FALHA DE SENHA
      **      APURADOS NA TRILHA DE AUDITORIA, OS PROGRAMAS DA
      **      MATRIZ AUTORIZA E A ULTIMA DECISAO DE RECERTIFICACAO;
      **    - BLOQUEIA A CONTA SEM ACESSO COM SUCESSO HA MAIS DE N
      **      DIAS (REGISTRO UNICO RCTCFG; NA AUSENCIA, 90), CONTADOS
      **      DO ULTIMO ACESSO OU, SE NUNCA HOUVE, DA ULTIMA TROCA DE
      **      SENHA, COM O BLOQUEIO NA TRILHA DE AUDITORIA;
      **    - SINALIZA OS CONFLITOS DE SEGREGACAO DE FUNCOES DA
      **      TABELA SODREGRA (NA AUSENCIA, PROGEMPM X PROGAPRV) NAS
      **      CONTAS ATIVAS, CONSIDERANDO A MATRIZ E, SEM REGISTRO
      **      NELA, OS NIVEIS QUE A REGRA INFORMA.
      **    RELATORIO EM RCTREL.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYATZSL.
           COPY CPYNIVSL.
           COPY CPYSODSL.
           COPY CPYRCTSL.
           SELECT RCTCFG-FILE ASSIGN TO "RCTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCTCFG-STATUS.
           SELECT RCTREL-FILE ASSIGN TO "RCTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCTREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYATZFD.
       COPY CPYNIVFD.
       COPY CPYSODFD.
       COPY CPYRCTFD.
       FD  RCTCFG-FILE.
       01  RCTCFG-REG.
           05  RCC-DIAS-INATIVIDADE PIC 9(03).
       FD  RCTREL-FILE.
       01  RCTREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-SODREGRA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RECERTIF-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RCTCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RCTREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-ABORTADO-SW        PIC X(01) VALUE 'N'.
           88  WRK-ABORTADO                   VALUE 'S'.
       77  WRK-FIM-ARQUIVO-SW     PIC X(01) VALUE 'N'.
           88  WRK-FIM-ARQUIVO                VALUE 'S'.
       77  WRK-MATRIZ-ALTERADA-SW PIC X(01) VALUE 'N'.
           88  WRK-MATRIZ-ALTERADA            VALUE 'S'.
       77  WRK-RECERTIF-ALTERADO-SW PIC X(01) VALUE 'N'.
           88  WRK-RECERTIF-ALTERADO          VALUE 'S'.
       77  WRK-ACESSO-SW          PIC X(01) VALUE 'N'.
           88  WRK-TEM-ACESSO                 VALUE 'S'.
       77  WRK-ACESSO-1-SW        PIC X(01) VALUE 'N'.
           88  WRK-TEM-ACESSO-1               VALUE 'S'.
       77  WRK-TIPO-ACESSO        PIC X(01) VALUE SPACE.
           88  WRK-ACESSO-SUCESSO             VALUE 'S'.
           88  WRK-ACESSO-FALHA               VALUE 'F'.
       77  WRK-DIAS-INATIVIDADE   PIC 9(03) VALUE 90.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-SEM-ACESSO    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FALHA-TEXTO    PIC 9(02) VALUE ZEROS.
       77  WRK-ULT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-ATZ-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-ATZ-ACHOU-IDX      PIC 9(03) VALUE ZEROS.
       77  WRK-SOD-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-RCT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-RCT-ULTIMA         PIC 9(03) VALUE ZEROS.
       77  WRK-NIV-POS            PIC 9(01) VALUE ZEROS.
       77  WRK-NIV-INICIO         PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEIS-REGRA       PIC X(08) VALUE SPACES.
       77  WRK-ULT-SUCESSO        PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-FALHA          PIC 9(08) VALUE ZEROS.
       77  WRK-RESULTADO-REV      PIC X(22) VALUE SPACES.
       77  WRK-BLOQUEIO-ANTERIOR  PIC X(01) VALUE SPACE.
       77  WRK-QTD-USUARIOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-BLOQUEADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-BLOQ-INATIVOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CONFLITOS      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REVOGACOES     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-TRILHA-DESPREZ PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RCT-DESPREZ    PIC 9(05) VALUE ZEROS.
       01  WRK-NIVEL-AREA.
           05  WRK-NIVEL          PIC 9(02) VALUE ZEROS.
       01  WRK-NIVEL-X REDEFINES WRK-NIVEL-AREA PIC X(02).
      *    ULTIMO ACESSO E ULTIMA FALHA POR USUARIO, DA TRILHA
       77  WRK-TAB-ULT-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-ULTIMO.
           05  TAB-ULT OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-ULT-QTD
                   INDEXED BY ULT-IDX.
               10  TAB-ULT-USUARIO    PIC X(20).
               10  TAB-ULT-SUCESSO    PIC 9(08).
               10  TAB-ULT-FALHA      PIC 9(08).
      *    REGRAS DE SEGREGACAO DE FUNCOES
       77  WRK-TAB-SOD-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-SOD.
           05  TAB-SOD OCCURS 20 TIMES.
               10  TAB-SOD-PROGRAMA-1 PIC X(09).
               10  TAB-SOD-NIVEIS-1   PIC X(08).
               10  TAB-SOD-PROGRAMA-2 PIC X(09).
               10  TAB-SOD-NIVEIS-2   PIC X(08).
               10  TAB-SOD-DESCRICAO  PIC X(30).
      *    DECISOES DE RECERTIFICACAO (REGRAVADAS AO FINAL)
       77  WRK-TAB-RCT-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RECERTIF.
           05  TAB-RCT OCCURS 500 TIMES.
               10  TAB-RCT-USUARIO    PIC X(20).
               10  TAB-RCT-PROGRAMA   PIC X(09).
               10  TAB-RCT-DECISAO    PIC X(01).
               10  TAB-RCT-GESTOR     PIC X(20).
               10  TAB-RCT-DATA       PIC 9(08).
               10  TAB-RCT-APLICADA   PIC X(01).
               10  TAB-RCT-DATA-APLIC PIC 9(08).
      *    LINHAS DO RELATORIO
       01  WRK-LINHA-REVOGACAO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-USUARIO     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-PROGRAMA    PIC X(09).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-GESTOR      PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LR-DATA        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-RESULTADO   PIC X(22).
       01  WRK-LINHA-USUARIO.
           05  WRK-LU-USUARIO     PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LU-NIVEL       PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LU-NIVEL-DESC  PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LU-SUCESSO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LU-FALHA       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LU-DIAS        PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LU-SITUACAO    PIC X(18).
       COPY CPYATZTB.
       COPY CPYNIVTB.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF NOT WRK-ABORTADO
               PERFORM 0150-APLICAR-REVOGACAO
                   VARYING WRK-RCT-SUB FROM 1 BY 1
                   UNTIL WRK-RCT-SUB > WRK-TAB-RCT-QTD
               PERFORM 0200-PROCESSAR-USUARIOS
           END-IF.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      **************************************************************
      ** SO O CADASTRO DE USUARIOS E OBRIGATORIO; SEM RCTCFG VALEM
      ** 90 DIAS, SEM SODREGRA VALE A REGRA PADRAO E SEM TRILHA
      ** NINGUEM TEM ACESSO REGISTRADO.
      **************************************************************
       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 7050-LER-CABECALHO-LOTE.

           OPEN I-O USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               MOVE 'PROGRCTB'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-USUARIO-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE USUARIOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-ABORTADO TO TRUE
           ELSE
               PERFORM 0110-LER-CONFIGURACAO
               PERFORM 8200-CARREGAR-NIVEIS
               PERFORM 7750-CARREGAR-AUTORIZACOES
               PERFORM 0120-CARREGAR-REGRAS
               PERFORM 0130-CARREGAR-TRILHA
               OPEN EXTEND AUDITORIA-FILE
               IF WRK-AUDITORIA-STATUS = '05' OR '35'
                   CLOSE AUDITORIA-FILE
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               PERFORM 0140-CARREGAR-RECERTIFICACAO
               OPEN OUTPUT RCTREL-FILE
               PERFORM 0145-IMPRIMIR-CABECALHO
               MOVE 'REVOGACOES APLICADAS NESTA RODADA'
                   TO RCTREL-LINHA
               WRITE RCTREL-LINHA
               MOVE SPACES TO RCTREL-LINHA
               STRING '  USUARIO              PROGRAMA  GESTOR '
                   DELIMITED BY SIZE
                   '              DATA      RESULTADO'
                   DELIMITED BY SIZE
                   INTO RCTREL-LINHA
               WRITE RCTREL-LINHA
           END-IF.

       0110-LER-CONFIGURACAO.

           OPEN INPUT RCTCFG-FILE.
           IF WRK-RCTCFG-STATUS = '00'
               READ RCTCFG-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RCC-DIAS-INATIVIDADE > ZEROS
                           MOVE RCC-DIAS-INATIVIDADE
                               TO WRK-DIAS-INATIVIDADE
                       END-IF
               END-READ
               CLOSE RCTCFG-FILE
           END-IF.

       0120-CARREGAR-REGRAS.

           MOVE ZEROS TO WRK-TAB-SOD-QTD.
           OPEN INPUT SODREGRA-FILE.
           IF WRK-SODREGRA-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ SODREGRA-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0121-LER-REGRA UNTIL WRK-FIM-ARQUIVO
               CLOSE SODREGRA-FILE
           ELSE
               MOVE 1          TO WRK-TAB-SOD-QTD
               MOVE 'PROGEMPM' TO TAB-SOD-PROGRAMA-1(1)
               MOVE '0103'     TO TAB-SOD-NIVEIS-1(1)
               MOVE 'PROGAPRV' TO TAB-SOD-PROGRAMA-2(1)
               MOVE '0103'     TO TAB-SOD-NIVEIS-2(1)
               MOVE 'MANTEM E APROVA EMPREGADOS'
                   TO TAB-SOD-DESCRICAO(1)
           END-IF.

       0121-LER-REGRA.

           IF WRK-TAB-SOD-QTD < 20
               ADD 1 TO WRK-TAB-SOD-QTD
               MOVE SOD-PROGRAMA-1
                   TO TAB-SOD-PROGRAMA-1(WRK-TAB-SOD-QTD)
               MOVE SOD-NIVEIS-1   TO TAB-SOD-NIVEIS-1(WRK-TAB-SOD-QTD)
               MOVE SOD-PROGRAMA-2
                   TO TAB-SOD-PROGRAMA-2(WRK-TAB-SOD-QTD)
               MOVE SOD-NIVEIS-2   TO TAB-SOD-NIVEIS-2(WRK-TAB-SOD-QTD)
               MOVE SOD-DESCRICAO
                   TO TAB-SOD-DESCRICAO(WRK-TAB-SOD-QTD)
           END-IF.
           READ SODREGRA-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

      **************************************************************
      ** TRILHA DE AUDITORIA: ACESSO COM SUCESSO E O DO MENU, O DA
      ** JANELA DE LOTE E O DO CONTROLE DE ACESSO (PROGCOB10, QUE
      ** GRAVA A DESCRICAO DO NIVEL); FALHA E TODO REGISTRO COM
      ** 'FALHA DE SENHA', DE QUALQUER PROGRAMA.
      **************************************************************
       0130-CARREGAR-TRILHA.

           MOVE ZEROS TO WRK-TAB-ULT-QTD.
           OPEN INPUT AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ AUDITORIA-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0131-LER-TRILHA UNTIL WRK-FIM-ARQUIVO
               CLOSE AUDITORIA-FILE
           END-IF.

       0131-LER-TRILHA.

           MOVE SPACE TO WRK-TIPO-ACESSO.
           IF AUD-RESULTADO = 'MENU - ACESSO CONCEDIDO'
               OR AUD-RESULTADO(1:20) = 'LOTE - JANELA ABERTA'
               SET WRK-ACESSO-SUCESSO TO TRUE
           ELSE
               MOVE ZEROS TO WRK-QTD-FALHA-TEXTO
               INSPECT AUD-RESULTADO TALLYING WRK-QTD-FALHA-TEXTO
                   FOR ALL 'FALHA DE SENHA'
               IF WRK-QTD-FALHA-TEXTO > ZEROS
                   SET WRK-ACESSO-FALHA TO TRUE
               ELSE
                   MOVE AUD-NIVEL TO WRK-NIVEL
                   PERFORM 8210-BUSCAR-NIVEL
                   IF WRK-NIVEL-ACHOU
                       AND AUD-RESULTADO = WRK-NIVEL-DESC
                       SET WRK-ACESSO-SUCESSO TO TRUE
                   END-IF
               END-IF
           END-IF.

           IF WRK-ACESSO-SUCESSO OR WRK-ACESSO-FALHA
               PERFORM 0132-GUARDAR-ACESSO
           END-IF.

           READ AUDITORIA-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0132-GUARDAR-ACESSO.

           MOVE ZEROS TO WRK-ULT-SUB.
           IF WRK-TAB-ULT-QTD > ZEROS
               SET ULT-IDX TO 1
               SEARCH TAB-ULT
                   AT END
                       CONTINUE
                   WHEN TAB-ULT-USUARIO(ULT-IDX) = AUD-USUARIO
                       SET WRK-ULT-SUB TO ULT-IDX
               END-SEARCH
           END-IF.

           IF WRK-ULT-SUB = ZEROS
               IF WRK-TAB-ULT-QTD < 500
                   ADD 1 TO WRK-TAB-ULT-QTD
                   MOVE WRK-TAB-ULT-QTD TO WRK-ULT-SUB
                   MOVE AUD-USUARIO TO TAB-ULT-USUARIO(WRK-ULT-SUB)
                   MOVE ZEROS TO TAB-ULT-SUCESSO(WRK-ULT-SUB)
                   MOVE ZEROS TO TAB-ULT-FALHA(WRK-ULT-SUB)
               ELSE
                   ADD 1 TO WRK-QTD-TRILHA-DESPREZ
               END-IF
           END-IF.

           IF WRK-ULT-SUB > ZEROS
               IF WRK-ACESSO-SUCESSO
                   IF AUD-DATA > TAB-ULT-SUCESSO(WRK-ULT-SUB)
                       MOVE AUD-DATA TO TAB-ULT-SUCESSO(WRK-ULT-SUB)
                   END-IF
               ELSE
                   IF AUD-DATA > TAB-ULT-FALHA(WRK-ULT-SUB)
                       MOVE AUD-DATA TO TAB-ULT-FALHA(WRK-ULT-SUB)
                   END-IF
               END-IF
           END-IF.

       0140-CARREGAR-RECERTIFICACAO.

           MOVE ZEROS TO WRK-TAB-RCT-QTD.
           OPEN INPUT RECERTIF-FILE.
           IF WRK-RECERTIF-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO-SW
               READ RECERTIF-FILE
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
               PERFORM 0141-LER-RECERTIFICACAO UNTIL WRK-FIM-ARQUIVO
               CLOSE RECERTIF-FILE
           END-IF.

       0141-LER-RECERTIFICACAO.

           IF WRK-TAB-RCT-QTD < 500
               ADD 1 TO WRK-TAB-RCT-QTD
               MOVE RCT-USUARIO  TO TAB-RCT-USUARIO(WRK-TAB-RCT-QTD)
               MOVE RCT-PROGRAMA TO TAB-RCT-PROGRAMA(WRK-TAB-RCT-QTD)
               MOVE RCT-DECISAO  TO TAB-RCT-DECISAO(WRK-TAB-RCT-QTD)
               MOVE RCT-GESTOR   TO TAB-RCT-GESTOR(WRK-TAB-RCT-QTD)
               MOVE RCT-DATA     TO TAB-RCT-DATA(WRK-TAB-RCT-QTD)
               MOVE RCT-APLICADA TO TAB-RCT-APLICADA(WRK-TAB-RCT-QTD)
               MOVE RCT-DATA-APLICACAO
                   TO TAB-RCT-DATA-APLIC(WRK-TAB-RCT-QTD)
           ELSE
               ADD 1 TO WRK-QTD-RCT-DESPREZ
           END-IF.
           READ RECERTIF-FILE
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0145-IMPRIMIR-CABECALHO.

           MOVE 'PROGRCTB' TO WRK-CAB-PROGRAMA.
           MOVE 'RECERTIFICACAO DE ACESSOS' TO WRK-CAB-TITULO.
           ADD 1           TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE RCTREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE RCTREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO RCTREL-LINHA.
           WRITE RCTREL-LINHA.

      **************************************************************
      ** REVOGACAO PENDENTE: PROGRAMA VIRA 'D' NA MATRIZ (ALTERANDO
      ** O REGISTRO EXISTENTE OU INCLUINDO UM NOVO); CONTA INTEIRA
      ** BLOQUEIA O USUARIO. SO E MARCADA COMO APLICADA QUANDO DEU
      ** CERTO; DO CONTRARIO FICA PARA A RODADA SEGUINTE.
      **************************************************************
       0150-APLICAR-REVOGACAO.

           IF TAB-RCT-DECISAO(WRK-RCT-SUB) = 'R'
               AND TAB-RCT-APLICADA(WRK-RCT-SUB) NOT = 'S'
               MOVE SPACES TO WRK-RESULTADO-REV
               IF TAB-RCT-PROGRAMA(WRK-RCT-SUB) = SPACES
                   PERFORM 0151-REVOGAR-CONTA
               ELSE
                   PERFORM 0152-REVOGAR-PROGRAMA
               END-IF
               IF WRK-RESULTADO-REV = 'APLICADA'
                   MOVE 'S' TO TAB-RCT-APLICADA(WRK-RCT-SUB)
                   MOVE WRK-DATAHOJE
                       TO TAB-RCT-DATA-APLIC(WRK-RCT-SUB)
                   SET WRK-RECERTIF-ALTERADO TO TRUE
                   ADD 1 TO WRK-QTD-REVOGACOES
               END-IF
               MOVE TAB-RCT-USUARIO(WRK-RCT-SUB)  TO WRK-LR-USUARIO
               MOVE TAB-RCT-PROGRAMA(WRK-RCT-SUB) TO WRK-LR-PROGRAMA
               IF TAB-RCT-PROGRAMA(WRK-RCT-SUB) = SPACES
                   MOVE 'CONTA' TO WRK-LR-PROGRAMA
               END-IF
               MOVE TAB-RCT-GESTOR(WRK-RCT-SUB)   TO WRK-LR-GESTOR
               MOVE TAB-RCT-DATA(WRK-RCT-SUB)     TO WRK-LR-DATA
               MOVE WRK-RESULTADO-REV             TO WRK-LR-RESULTADO
               WRITE RCTREL-LINHA FROM WRK-LINHA-REVOGACAO
           END-IF.

       0151-REVOGAR-CONTA.

           MOVE TAB-RCT-USUARIO(WRK-RCT-SUB) TO USU-USUARIO.
           READ USUARIO-FILE
               INVALID KEY
                   MOVE 'USUARIO NAO CADASTRADO' TO WRK-RESULTADO-REV
               NOT INVALID KEY
                   MOVE 'S' TO USU-BLOQUEADO
                   REWRITE USUARIO-REG
                       INVALID KEY
                           MOVE 'FALHA NA REGRAVACAO'
                               TO WRK-RESULTADO-REV
                       NOT INVALID KEY
                           MOVE 'APLICADA' TO WRK-RESULTADO-REV
                           MOVE USU-USUARIO TO AUD-USUARIO
                           MOVE USU-NIVEL   TO AUD-NIVEL
                           MOVE 'RECERT - CONTA REVOGADA'
                               TO AUD-RESULTADO
                           PERFORM 9200-GRAVAR-AUDITORIA
                   END-REWRITE
           END-READ.

       0152-REVOGAR-PROGRAMA.

           MOVE ZEROS TO WRK-ATZ-ACHOU-IDX.
           PERFORM 0153-PROCURAR-MATRIZ
               VARYING WRK-ATZ-SUB FROM 1 BY 1
               UNTIL WRK-ATZ-SUB > WRK-TAB-ATZ-QTD.

           EVALUATE TRUE
               WHEN WRK-ATZ-ACHOU-IDX > ZEROS
                   MOVE 'D' TO TAB-ATZ-PERMISSAO(WRK-ATZ-ACHOU-IDX)
                   MOVE 'APLICADA' TO WRK-RESULTADO-REV
               WHEN WRK-TAB-ATZ-QTD >= 200
                   MOVE 'MATRIZ CHEIA' TO WRK-RESULTADO-REV
               WHEN OTHER
                   ADD 1 TO WRK-TAB-ATZ-QTD
                   MOVE TAB-RCT-USUARIO(WRK-RCT-SUB)
                       TO TAB-ATZ-USUARIO(WRK-TAB-ATZ-QTD)
                   MOVE TAB-RCT-PROGRAMA(WRK-RCT-SUB)
                       TO TAB-ATZ-PROGRAMA(WRK-TAB-ATZ-QTD)
                   MOVE 'D' TO TAB-ATZ-PERMISSAO(WRK-TAB-ATZ-QTD)
                   MOVE 'APLICADA' TO WRK-RESULTADO-REV
           END-EVALUATE.

           IF WRK-RESULTADO-REV = 'APLICADA'
               SET WRK-MATRIZ-ALTERADA TO TRUE
               MOVE TAB-RCT-USUARIO(WRK-RCT-SUB) TO AUD-USUARIO
               MOVE ZEROS TO AUD-NIVEL
               MOVE SPACES TO AUD-RESULTADO
               STRING 'RECERT - REVOGADO ' DELIMITED BY SIZE
                   TAB-RCT-PROGRAMA(WRK-RCT-SUB) DELIMITED BY SIZE
                   INTO AUD-RESULTADO
               PERFORM 9200-GRAVAR-AUDITORIA
           END-IF.

       0153-PROCURAR-MATRIZ.

           IF TAB-ATZ-USUARIO(WRK-ATZ-SUB)
                   = TAB-RCT-USUARIO(WRK-RCT-SUB)
               AND TAB-ATZ-PROGRAMA(WRK-ATZ-SUB)
                   = TAB-RCT-PROGRAMA(WRK-RCT-SUB)
               MOVE WRK-ATZ-SUB TO WRK-ATZ-ACHOU-IDX
           END-IF.

       0200-PROCESSAR-USUARIOS.

           MOVE SPACES TO RCTREL-LINHA.
           WRITE RCTREL-LINHA.
           MOVE 'USUARIOS' TO RCTREL-LINHA.
           WRITE RCTREL-LINHA.
           MOVE SPACES TO RCTREL-LINHA.
           STRING 'USUARIO              NV DESCRICAO DO NIVEL  '
               DELIMITED BY SIZE
               ' ULT.ACES ULT.FALH  DIAS SITUACAO'
               DELIMITED BY SIZE
               INTO RCTREL-LINHA.
           WRITE RCTREL-LINHA.

           MOVE 'N' TO WRK-FIM-ARQUIVO-SW.
           MOVE LOW-VALUES TO USU-USUARIO.
           START USUARIO-FILE
               KEY IS NOT LESS THAN USU-USUARIO
               INVALID KEY SET WRK-FIM-ARQUIVO TO TRUE
           END-START.
           IF NOT WRK-FIM-ARQUIVO
               READ USUARIO-FILE NEXT RECORD
                   AT END SET WRK-FIM-ARQUIVO TO TRUE
               END-READ
           END-IF.
           PERFORM 0210-AVALIAR-USUARIO UNTIL WRK-FIM-ARQUIVO.

      **************************************************************
      ** UM USUARIO: ULTIMOS ACESSOS, BLOQUEIO POR INATIVIDADE,
      ** LINHA DO RELATORIO, PROGRAMAS DA MATRIZ, CONFLITOS DE
      ** SEGREGACAO (SO CONTA ATIVA) E ULTIMA RECERTIFICACAO.
      **************************************************************
       0210-AVALIAR-USUARIO.

           ADD 1 TO WRK-QTD-USUARIOS.
           MOVE ZEROS TO WRK-ULT-SUCESSO WRK-ULT-FALHA.
           IF WRK-TAB-ULT-QTD > ZEROS
               SET ULT-IDX TO 1
               SEARCH TAB-ULT
                   AT END
                       CONTINUE
                   WHEN TAB-ULT-USUARIO(ULT-IDX) = USU-USUARIO
                       MOVE TAB-ULT-SUCESSO(ULT-IDX) TO WRK-ULT-SUCESSO
                       MOVE TAB-ULT-FALHA(ULT-IDX)   TO WRK-ULT-FALHA
               END-SEARCH
           END-IF.

           MOVE USU-NIVEL TO WRK-NIVEL.
           PERFORM 8210-BUSCAR-NIVEL.

           MOVE WRK-ULT-SUCESSO TO WRK-DATA-REFERENCIA.
           IF WRK-DATA-REFERENCIA = ZEROS
               MOVE USU-DATA-TROCA TO WRK-DATA-REFERENCIA
           END-IF.
           MOVE ZEROS TO WRK-DIAS-SEM-ACESSO.
           IF WRK-DATA-REFERENCIA > ZEROS
               MOVE 'DE'                TO DTS-FUNCAO
               MOVE WRK-DATA-REFERENCIA TO DTS-DATA1
               MOVE WRK-DATAHOJE        TO DTS-DATA2
               CALL 'PROGDATA' USING WRK-DTS-AREA
               IF DTS-DIAS > ZEROS
                   MOVE DTS-DIAS TO WRK-DIAS-SEM-ACESSO
               END-IF
           END-IF.

           MOVE USU-USUARIO     TO WRK-LU-USUARIO.
           MOVE WRK-NIVEL       TO WRK-LU-NIVEL.
           MOVE WRK-NIVEL-DESC  TO WRK-LU-NIVEL-DESC.
           MOVE WRK-ULT-SUCESSO TO WRK-LU-SUCESSO.
           MOVE WRK-ULT-FALHA   TO WRK-LU-FALHA.
           MOVE WRK-DIAS-SEM-ACESSO TO WRK-LU-DIAS.

           EVALUATE TRUE
               WHEN USU-BLOQUEADO = 'S'
                   ADD 1 TO WRK-QTD-JA-BLOQUEADOS
                   MOVE 'BLOQUEADO' TO WRK-LU-SITUACAO
               WHEN WRK-DATA-REFERENCIA = ZEROS
                   OR WRK-DIAS-SEM-ACESSO > WRK-DIAS-INATIVIDADE
                   PERFORM 0220-BLOQUEAR-INATIVO
               WHEN OTHER
                   MOVE 'ATIVO' TO WRK-LU-SITUACAO
           END-EVALUATE.
           WRITE RCTREL-LINHA FROM WRK-LINHA-USUARIO.

           PERFORM 0230-LISTAR-MATRIZ
               VARYING WRK-ATZ-SUB FROM 1 BY 1
               UNTIL WRK-ATZ-SUB > WRK-TAB-ATZ-QTD.
           IF USU-BLOQUEADO NOT = 'S'
               PERFORM 0240-CONFERIR-REGRA
                   VARYING WRK-SOD-SUB FROM 1 BY 1
                   UNTIL WRK-SOD-SUB > WRK-TAB-SOD-QTD
           END-IF.
           PERFORM 0250-LISTAR-RECERTIFICACAO.

           READ USUARIO-FILE NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO TO TRUE
           END-READ.

       0220-BLOQUEAR-INATIVO.

           MOVE USU-BLOQUEADO TO WRK-BLOQUEIO-ANTERIOR.
           MOVE 'S' TO USU-BLOQUEADO.
           REWRITE USUARIO-REG
               INVALID KEY
                   MOVE WRK-BLOQUEIO-ANTERIOR TO USU-BLOQUEADO
                   MOVE 'FALHA NO BLOQUEIO' TO WRK-LU-SITUACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-BLOQ-INATIVOS
                   MOVE 'BLOQ. INATIVIDADE' TO WRK-LU-SITUACAO
                   MOVE USU-USUARIO TO AUD-USUARIO
                   MOVE USU-NIVEL   TO AUD-NIVEL
                   MOVE 'RECERT - BLOQUEIO INATIVIDADE'
                       TO AUD-RESULTADO
                   PERFORM 9200-GRAVAR-AUDITORIA
           END-REWRITE.

       0230-LISTAR-MATRIZ.

           IF TAB-ATZ-USUARIO(WRK-ATZ-SUB) = USU-USUARIO
               MOVE SPACES TO RCTREL-LINHA
               IF TAB-ATZ-PERMISSAO(WRK-ATZ-SUB) = 'A'
                   STRING '     MATRIZ: ' DELIMITED BY SIZE
                       TAB-ATZ-PROGRAMA(WRK-ATZ-SUB) DELIMITED BY SIZE
                       ' PERMITIDO' DELIMITED BY SIZE
                       INTO RCTREL-LINHA
               ELSE
                   STRING '     MATRIZ: ' DELIMITED BY SIZE
                       TAB-ATZ-PROGRAMA(WRK-ATZ-SUB) DELIMITED BY SIZE
                       ' NEGADO' DELIMITED BY SIZE
                       INTO RCTREL-LINHA
               END-IF
               WRITE RCTREL-LINHA
           END-IF.

      **************************************************************
      ** CONFLITO: O USUARIO ALCANCA OS DOIS PROGRAMAS DA REGRA.
      **************************************************************
       0240-CONFERIR-REGRA.

           MOVE TAB-SOD-PROGRAMA-1(WRK-SOD-SUB) TO WRK-ATZ-PROGRAMA.
           MOVE TAB-SOD-NIVEIS-1(WRK-SOD-SUB)   TO WRK-NIVEIS-REGRA.
           PERFORM 8300-VERIFICAR-ACESSO.
           MOVE WRK-ACESSO-SW TO WRK-ACESSO-1-SW.

           MOVE TAB-SOD-PROGRAMA-2(WRK-SOD-SUB) TO WRK-ATZ-PROGRAMA.
           MOVE TAB-SOD-NIVEIS-2(WRK-SOD-SUB)   TO WRK-NIVEIS-REGRA.
           PERFORM 8300-VERIFICAR-ACESSO.

           IF WRK-TEM-ACESSO-1 AND WRK-TEM-ACESSO
               ADD 1 TO WRK-QTD-CONFLITOS
               MOVE SPACES TO RCTREL-LINHA
               STRING '     CONFLITO DE FUNCOES: ' DELIMITED BY SIZE
                   TAB-SOD-PROGRAMA-1(WRK-SOD-SUB) DELIMITED BY SPACE
                   ' X ' DELIMITED BY SIZE
                   TAB-SOD-PROGRAMA-2(WRK-SOD-SUB) DELIMITED BY SPACE
                   ' - ' DELIMITED BY SIZE
                   TAB-SOD-DESCRICAO(WRK-SOD-SUB) DELIMITED BY SIZE
                   INTO RCTREL-LINHA
               WRITE RCTREL-LINHA
           END-IF.

       0250-LISTAR-RECERTIFICACAO.

           MOVE ZEROS TO WRK-RCT-ULTIMA.
           PERFORM 0251-PROCURAR-DECISAO
               VARYING WRK-RCT-SUB FROM 1 BY 1
               UNTIL WRK-RCT-SUB > WRK-TAB-RCT-QTD.

           MOVE SPACES TO RCTREL-LINHA.
           IF WRK-RCT-ULTIMA = ZEROS
               MOVE '     SEM RECERTIFICACAO REGISTRADA'
                   TO RCTREL-LINHA
           ELSE
               STRING '     ULTIMA RECERTIFICACAO: ' DELIMITED BY SIZE
                   TAB-RCT-DATA(WRK-RCT-ULTIMA) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TAB-RCT-DECISAO(WRK-RCT-ULTIMA) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TAB-RCT-PROGRAMA(WRK-RCT-ULTIMA) DELIMITED BY SIZE
                   ' POR ' DELIMITED BY SIZE
                   TAB-RCT-GESTOR(WRK-RCT-ULTIMA) DELIMITED BY SIZE
                   INTO RCTREL-LINHA
           END-IF.
           WRITE RCTREL-LINHA.

       0251-PROCURAR-DECISAO.

           IF TAB-RCT-USUARIO(WRK-RCT-SUB) = USU-USUARIO
               IF WRK-RCT-ULTIMA = ZEROS
                   MOVE WRK-RCT-SUB TO WRK-RCT-ULTIMA
               ELSE
                   IF TAB-RCT-DATA(WRK-RCT-SUB)
                       NOT < TAB-RCT-DATA(WRK-RCT-ULTIMA)
                       MOVE WRK-RCT-SUB TO WRK-RCT-ULTIMA
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** A MATRIZ E O ARQUIVO DE RECERTIFICACAO SAO REGRAVADOS
      ** INTEIROS. SE O ARQUIVO DE RECERTIFICACAO NAO COUBE NA
      ** TABELA ELE NAO E REGRAVADO (NADA SE PERDE): AS REVOGACOES
      ** DESTA RODADA SAO REAPLICADAS NA SEGUINTE, SEM EFEITO NOVO.
      **************************************************************
       0300-FINALIZAR.

           IF NOT WRK-ABORTADO
               PERFORM 0310-IMPRIMIR-RESUMO
               IF WRK-MATRIZ-ALTERADA
                   PERFORM 8500-REGRAVAR-MATRIZ
               END-IF
               IF WRK-RECERTIF-ALTERADO
                   AND WRK-QTD-RCT-DESPREZ = ZEROS
                   PERFORM 8600-REGRAVAR-RECERTIFICACAO
               END-IF
               CLOSE USUARIO-FILE
               CLOSE AUDITORIA-FILE
               CLOSE RCTREL-FILE
           END-IF.

           DISPLAY 'USUARIOS: ' WRK-QTD-USUARIOS
               '  BLOQUEADOS POR INATIVIDADE: ' WRK-QTD-BLOQ-INATIVOS
               '  CONFLITOS: ' WRK-QTD-CONFLITOS
               '  REVOGACOES APLICADAS: ' WRK-QTD-REVOGACOES.

       0310-IMPRIMIR-RESUMO.

           MOVE SPACES TO RCTREL-LINHA.
           WRITE RCTREL-LINHA.
           MOVE SPACES TO RCTREL-LINHA.
           STRING 'USUARIOS: ' DELIMITED BY SIZE
               WRK-QTD-USUARIOS DELIMITED BY SIZE
               '  JA BLOQUEADOS: ' DELIMITED BY SIZE
               WRK-QTD-JA-BLOQUEADOS DELIMITED BY SIZE
               '  BLOQUEADOS POR INATIVIDADE (' DELIMITED BY SIZE
               WRK-DIAS-INATIVIDADE DELIMITED BY SIZE
               ' DIAS): ' DELIMITED BY SIZE
               WRK-QTD-BLOQ-INATIVOS DELIMITED BY SIZE
               INTO RCTREL-LINHA.
           WRITE RCTREL-LINHA.
           MOVE SPACES TO RCTREL-LINHA.
           STRING 'CONFLITOS DE FUNCOES: ' DELIMITED BY SIZE
               WRK-QTD-CONFLITOS DELIMITED BY SIZE
               '  REVOGACOES APLICADAS: ' DELIMITED BY SIZE
               WRK-QTD-REVOGACOES DELIMITED BY SIZE
               INTO RCTREL-LINHA.
           WRITE RCTREL-LINHA.
           IF WRK-QTD-TRILHA-DESPREZ > ZEROS
               OR WRK-QTD-RCT-DESPREZ > ZEROS
               MOVE SPACES TO RCTREL-LINHA
               STRING 'ACIMA DA CAPACIDADE - TRILHA: ' DELIMITED BY SIZE
                   WRK-QTD-TRILHA-DESPREZ DELIMITED BY SIZE
                   '  RECERTIFICACOES: ' DELIMITED BY SIZE
                   WRK-QTD-RCT-DESPREZ DELIMITED BY SIZE
                   INTO RCTREL-LINHA
               WRITE RCTREL-LINHA
           END-IF.

      **************************************************************
      ** ACESSO EFETIVO A WRK-ATZ-PROGRAMA: A MATRIZ PREVALECE; SEM
      ** REGISTRO, VALE O NIVEL DO USUARIO NA LISTA DA REGRA.
      **************************************************************
       8300-VERIFICAR-ACESSO.

           MOVE 'N' TO WRK-ACESSO-SW.
           MOVE USU-USUARIO TO WRK-ATZ-USUARIO.
           PERFORM 7760-CONFERIR-AUTORIZACAO.
           EVALUATE TRUE
               WHEN WRK-ATZ-PERMITIDO
                   SET WRK-TEM-ACESSO TO TRUE
               WHEN WRK-ATZ-NEGADO
                   CONTINUE
               WHEN OTHER
                   MOVE USU-NIVEL TO WRK-NIVEL
                   PERFORM 8310-CONFERIR-NIVEL-REGRA
                       VARYING WRK-NIV-POS FROM 1 BY 1
                       UNTIL WRK-NIV-POS > 4
           END-EVALUATE.

       8310-CONFERIR-NIVEL-REGRA.

           COMPUTE WRK-NIV-INICIO = (WRK-NIV-POS - 1) * 2 + 1.
           IF WRK-NIVEIS-REGRA(WRK-NIV-INICIO:2) = WRK-NIVEL-X
               SET WRK-TEM-ACESSO TO TRUE
           END-IF.

       8500-REGRAVAR-MATRIZ.

           OPEN OUTPUT AUTORIZA-FILE.
           PERFORM 8510-GRAVAR-REGISTRO
               VARYING WRK-ATZ-SUB FROM 1 BY 1
               UNTIL WRK-ATZ-SUB > WRK-TAB-ATZ-QTD.
           CLOSE AUTORIZA-FILE.

       8510-GRAVAR-REGISTRO.

           MOVE TAB-ATZ-USUARIO(WRK-ATZ-SUB)   TO ATZ-USUARIO.
           MOVE TAB-ATZ-PROGRAMA(WRK-ATZ-SUB)  TO ATZ-PROGRAMA.
           MOVE TAB-ATZ-PERMISSAO(WRK-ATZ-SUB) TO ATZ-PERMISSAO.
           WRITE AUTORIZA-REG.

       8600-REGRAVAR-RECERTIFICACAO.

           OPEN OUTPUT RECERTIF-FILE.
           PERFORM 8610-GRAVAR-DECISAO
               VARYING WRK-RCT-SUB FROM 1 BY 1
               UNTIL WRK-RCT-SUB > WRK-TAB-RCT-QTD.
           CLOSE RECERTIF-FILE.

       8610-GRAVAR-DECISAO.

           MOVE TAB-RCT-USUARIO(WRK-RCT-SUB)    TO RCT-USUARIO.
           MOVE TAB-RCT-PROGRAMA(WRK-RCT-SUB)   TO RCT-PROGRAMA.
           MOVE TAB-RCT-DECISAO(WRK-RCT-SUB)    TO RCT-DECISAO.
           MOVE TAB-RCT-GESTOR(WRK-RCT-SUB)     TO RCT-GESTOR.
           MOVE TAB-RCT-DATA(WRK-RCT-SUB)       TO RCT-DATA.
           MOVE TAB-RCT-APLICADA(WRK-RCT-SUB)   TO RCT-APLICADA.
           MOVE TAB-RCT-DATA-APLIC(WRK-RCT-SUB) TO RCT-DATA-APLICACAO.
           WRITE RECERTIF-REG.

       COPY CPYATZPR.
       COPY CPYNIVPR.
       COPY CPYAUDPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
