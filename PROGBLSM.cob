       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBLSM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DO CADASTRO DE BOLSAS DE ESTUDO
      **    (BOLSAS). ATE AQUI SO EXISTIA O DESCONTO DE IRMAO E AS
      **    BOLSAS ERAM DADAS CANCELANDO TITULOS DEPOIS DO
      **    FATURAMENTO. UM USUARIO AUTENTICADO COM ALCADA (ADM OU
      **    SUPERVISOR), QUE FICA REGISTRADO COMO APROVADOR:
      **    - INCLUI ('I') A BOLSA DE UMA MATRICULA ATIVA: TIPO ('F'
      **      FILHO DE FUNCIONARIO / 'M' MERITO / 'S' SOCIAL),
      **      PERCENTUAL (1-100) E VIGENCIA EM COMPETENCIAS (ANO+MES
      **      INICIAL E FINAL); BOLSA CANCELADA OU VENCIDA PODE SER
      **      SUBSTITUIDA, BOLSA ATIVA NAO;
      **    - RENOVA ('R') A VIGENCIA ATE UMA NOVA COMPETENCIA FINAL.
      **      BOLSA DE MERITO SO RENOVA COM A MEDIA DO ULTIMO RANKING
      **      (RANKMED, DO PROGRNKB) NO CORTE DA BLSCFG OU ACIMA
      **      (SEM BLSCFG, 8,0);
      **    - CANCELA ('C') A BOLSA, QUE DEIXA DE SER APLICADA;
      **    - CONSULTA ('L') A BOLSA DE UMA MATRICULA.
      **    A BOLSA E APLICADA NO FATURAMENTO PELO PROGMENB. TODA
      **    INCLUSAO, RENOVACAO (E RECUSA DE RENOVACAO DE MERITO) E
      **    CANCELAMENTO VAI PARA A TRILHA DE AUDITORIA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYBLSSL.
           COPY CPYMATSL.
           COPY CPYRKMSL.
           SELECT BLSCFG-FILE ASSIGN TO "BLSCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BLSCFG-STATUS.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYBLSFD.
       COPY CPYMATFD.
       COPY CPYRKMFD.
       FD  BLSCFG-FILE.
       01  BLSCFG-REG.
           05  BCF-CORTE-MERITO   PIC 9(02)V9.
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-BOLSAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RANKMED-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BLSCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-RKM-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-RKM-FIM                    VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO              VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS         VALUE 'S'.
       77  WRK-BLS-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-BLS-ACHOU                VALUE 'S'.
       77  WRK-RKM-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-RKM-ACHOU                VALUE 'S'.
       77  WRK-DADOS-OK-SW        PIC X(01) VALUE 'N'.
           88  WRK-DADOS-OK                 VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-APROVADOR          PIC X(20) VALUE SPACES.
       77  WRK-NIVEL-APROVADOR    PIC 9(06) VALUE ZEROS.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-HOJE               PIC 9(08) VALUE ZEROS.
       77  WRK-ANOMES-HOJE        PIC 9(06) VALUE ZEROS.
       77  WRK-MATRICULA-BUSCA    PIC 9(06) VALUE ZEROS.
       77  WRK-CORTE-MERITO       PIC 9(02)V9 VALUE 8,0.
       77  WRK-MEDIA-ALUNO        PIC 9(02)V9 VALUE ZEROS.
       77  WRK-MEDIA-ED           PIC Z9,9.
       77  WRK-PCT-ED             PIC ZZ9,99.
       77  WRK-RESULTADO-AUD      PIC X(15) VALUE SPACES.
       01  WRK-BOLSA-NOVA.
           05  WRK-BN-TIPO        PIC X(01) VALUE SPACE.
               88  WRK-BN-TIPO-VALIDO       VALUE 'F' 'M' 'S'.
           05  WRK-BN-PERCENTUAL  PIC 9(03)V99 VALUE ZEROS.
       01  WRK-ANOMES-INICIO.
           05  WRK-AMI-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-AMI-MES        PIC 9(02) VALUE ZEROS.
       01  WRK-ANOMES-INICIO-N REDEFINES WRK-ANOMES-INICIO
                                  PIC 9(06).
       01  WRK-ANOMES-FIM.
           05  WRK-AMF-ANO        PIC 9(04) VALUE ZEROS.
           05  WRK-AMF-MES        PIC 9(02) VALUE ZEROS.
       01  WRK-ANOMES-FIM-N REDEFINES WRK-ANOMES-FIM
                                  PIC 9(06).
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE(1:6) TO WRK-ANOMES-HOJE.
           PERFORM 8100-LER-CORTE-MERITO.

           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

           PERFORM 8600-AUTENTICAR-APROVADOR.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT MATRALUN-FILE
               IF WRK-MATRALUN-STATUS NOT = '00'
                   MOVE 'PROGBLSM'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-MATRALUN-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE MATRICULAS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'CADASTRO DE MATRICULAS INDISPONIVEL.'
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   OPEN I-O BOLSAS-FILE
                   IF WRK-BOLSAS-STATUS = '35'
                       OPEN OUTPUT BOLSAS-FILE
                       CLOSE BOLSAS-FILE
                       OPEN I-O BOLSAS-FILE
                   END-IF
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR R=RENOVAR C=CANCELAR '
               'L=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-BOLSA
               WHEN 'R'
                   PERFORM 0220-RENOVAR-BOLSA
               WHEN 'C'
                   PERFORM 0230-CANCELAR-BOLSA
               WHEN 'L'
                   PERFORM 0240-CONSULTAR-BOLSA
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO: MATRICULA ATIVA, TIPO, PERCENTUAL E VIGENCIA
      ** VALIDOS. UMA BOLSA ATIVA E AINDA VIGENTE NAO E SUBSTITUIDA
      ** (CANCELE OU RENOVE).
      **************************************************************
       0210-INCLUIR-BOLSA.

           DISPLAY 'MATRICULA..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           MOVE WRK-MATRICULA-BUSCA TO MAT-MATRICULA.
           READ MATRALUN-FILE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               NOT INVALID KEY
                   IF NOT MAT-ATIVA
                       DISPLAY 'MATRICULA NAO ESTA ATIVA.'
                   ELSE
                       PERFORM 8200-PROCURAR-BOLSA
                       IF WRK-BLS-ACHOU AND BLS-ATIVA
                           AND BLS-ANOMES-FIM >= WRK-ANOMES-HOJE
                           DISPLAY 'MATRICULA JA TEM BOLSA ATIVA - '
                               'CANCELE OU RENOVE.'
                       ELSE
                           PERFORM 0211-CAPTAR-BOLSA
                       END-IF
                   END-IF
           END-READ.

       0211-CAPTAR-BOLSA.

           DISPLAY 'ALUNO: ' MAT-NOME ' TURMA: ' MAT-TURMA.
           DISPLAY 'TIPO (F=FILHO DE FUNCIONARIO M=MERITO '
               'S=SOCIAL)..'.
           ACCEPT WRK-BN-TIPO FROM CONSOLE.
           DISPLAY 'PERCENTUAL DA BOLSA (1-100)..'.
           ACCEPT WRK-BN-PERCENTUAL FROM CONSOLE.
           DISPLAY 'COMPETENCIA INICIAL (AAAAMM)..'.
           ACCEPT WRK-ANOMES-INICIO-N FROM CONSOLE.
           DISPLAY 'COMPETENCIA FINAL (AAAAMM)..'.
           ACCEPT WRK-ANOMES-FIM-N FROM CONSOLE.

           MOVE 'N' TO WRK-DADOS-OK-SW.
           EVALUATE TRUE
               WHEN NOT WRK-BN-TIPO-VALIDO
                   DISPLAY 'TIPO INVALIDO - NADA FOI GRAVADO.'
               WHEN WRK-BN-PERCENTUAL = ZEROS
                   OR WRK-BN-PERCENTUAL > 100
                   DISPLAY 'PERCENTUAL DEVE FICAR ENTRE 1 E 100 - '
                       'NADA FOI GRAVADO.'
               WHEN WRK-AMI-MES < 1 OR WRK-AMI-MES > 12
                   OR WRK-AMF-MES < 1 OR WRK-AMF-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA - NADA FOI GRAVADO.'
               WHEN WRK-ANOMES-FIM-N < WRK-ANOMES-INICIO-N
                   DISPLAY 'COMPETENCIA FINAL ANTERIOR A INICIAL - '
                       'NADA FOI GRAVADO.'
               WHEN OTHER
                   SET WRK-DADOS-OK TO TRUE
           END-EVALUATE.

           IF WRK-DADOS-OK
               MOVE MAT-MATRICULA       TO BLS-MATRICULA
               MOVE WRK-BN-TIPO         TO BLS-TIPO
               MOVE WRK-BN-PERCENTUAL   TO BLS-PERCENTUAL
               MOVE WRK-ANOMES-INICIO-N TO BLS-ANOMES-INICIO
               MOVE WRK-ANOMES-FIM-N    TO BLS-ANOMES-FIM
               MOVE WRK-APROVADOR       TO BLS-APROVADOR
               MOVE WRK-HOJE            TO BLS-DATA-APROVACAO
               SET BLS-ATIVA            TO TRUE
               IF WRK-BLS-ACHOU
                   REWRITE BOLSAS-REG
               ELSE
                   WRITE BOLSAS-REG
               END-IF
               MOVE 'BOLSA INCLUIDA' TO WRK-RESULTADO-AUD
               PERFORM 9200-AUDITAR-BOLSA
               DISPLAY 'BOLSA GRAVADA.'
           END-IF.

      **************************************************************
      ** RENOVACAO: NOVA COMPETENCIA FINAL POSTERIOR A ATUAL. BOLSA
      ** DE MERITO EXIGE A MEDIA DO ULTIMO RANKING NO CORTE OU
      ** ACIMA; SEM MEDIA NO RANKMED A RENOVACAO E RECUSADA.
      **************************************************************
       0220-RENOVAR-BOLSA.

           DISPLAY 'MATRICULA..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           PERFORM 8200-PROCURAR-BOLSA.

           EVALUATE TRUE
               WHEN NOT WRK-BLS-ACHOU
                   DISPLAY 'MATRICULA SEM BOLSA CADASTRADA.'
               WHEN NOT BLS-ATIVA
                   DISPLAY 'BOLSA CANCELADA - FACA NOVA INCLUSAO.'
               WHEN OTHER
                   PERFORM 0221-CAPTAR-RENOVACAO
           END-EVALUATE.

       0221-CAPTAR-RENOVACAO.

           DISPLAY 'VIGENCIA ATUAL: ' BLS-ANOMES-INICIO ' A '
               BLS-ANOMES-FIM.
           DISPLAY 'NOVA COMPETENCIA FINAL (AAAAMM)..'.
           ACCEPT WRK-ANOMES-FIM-N FROM CONSOLE.

           MOVE 'N' TO WRK-DADOS-OK-SW.
           IF WRK-AMF-MES < 1 OR WRK-AMF-MES > 12
               OR WRK-ANOMES-FIM-N NOT > BLS-ANOMES-FIM
               DISPLAY 'COMPETENCIA FINAL DEVE SER POSTERIOR A '
                   'ATUAL - NADA FOI GRAVADO.'
           ELSE
               IF BLS-MERITO
                   PERFORM 8300-OBTER-MEDIA-RANKING
                   MOVE WRK-CORTE-MERITO TO WRK-MEDIA-ED
                   DISPLAY 'CORTE DA BOLSA DE MERITO: ' WRK-MEDIA-ED
                   IF NOT WRK-RKM-ACHOU
                       DISPLAY 'ALUNO SEM MEDIA NO ULTIMO RANKING - '
                           'RENOVACAO RECUSADA.'
                   ELSE
                       MOVE WRK-MEDIA-ALUNO TO WRK-MEDIA-ED
                       DISPLAY 'MEDIA DO ALUNO NO RANKING: '
                           WRK-MEDIA-ED
                       IF WRK-MEDIA-ALUNO < WRK-CORTE-MERITO
                           DISPLAY 'MEDIA ABAIXO DO CORTE - '
                               'RENOVACAO RECUSADA.'
                       ELSE
                           SET WRK-DADOS-OK TO TRUE
                       END-IF
                   END-IF
                   IF NOT WRK-DADOS-OK
                       MOVE 'RENOV. RECUSADA' TO WRK-RESULTADO-AUD
                       PERFORM 9200-AUDITAR-BOLSA
                   END-IF
               ELSE
                   SET WRK-DADOS-OK TO TRUE
               END-IF
           END-IF.

           IF WRK-DADOS-OK
               MOVE WRK-ANOMES-FIM-N TO BLS-ANOMES-FIM
               MOVE WRK-APROVADOR    TO BLS-APROVADOR
               MOVE WRK-HOJE         TO BLS-DATA-APROVACAO
               REWRITE BOLSAS-REG
               MOVE 'BOLSA RENOVADA' TO WRK-RESULTADO-AUD
               PERFORM 9200-AUDITAR-BOLSA
               DISPLAY 'BOLSA RENOVADA ATE ' BLS-ANOMES-FIM '.'
           END-IF.

       0230-CANCELAR-BOLSA.

           DISPLAY 'MATRICULA..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           PERFORM 8200-PROCURAR-BOLSA.

           IF NOT WRK-BLS-ACHOU OR BLS-CANCELADA
               DISPLAY 'MATRICULA SEM BOLSA ATIVA.'
           ELSE
               SET BLS-CANCELADA  TO TRUE
               MOVE WRK-APROVADOR TO BLS-APROVADOR
               MOVE WRK-HOJE      TO BLS-DATA-APROVACAO
               REWRITE BOLSAS-REG
               MOVE 'BOLSA CANCELADA' TO WRK-RESULTADO-AUD
               PERFORM 9200-AUDITAR-BOLSA
               DISPLAY 'BOLSA CANCELADA.'
           END-IF.

       0240-CONSULTAR-BOLSA.

           DISPLAY 'MATRICULA..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           PERFORM 8200-PROCURAR-BOLSA.

           IF NOT WRK-BLS-ACHOU
               DISPLAY 'MATRICULA SEM BOLSA CADASTRADA.'
           ELSE
               MOVE BLS-PERCENTUAL TO WRK-PCT-ED
               DISPLAY 'TIPO: ' BLS-TIPO '  PERCENTUAL: ' WRK-PCT-ED
                   '  VIGENCIA: ' BLS-ANOMES-INICIO ' A '
                   BLS-ANOMES-FIM '  SITUACAO: ' BLS-SITUACAO
               DISPLAY 'APROVADOR: ' BLS-APROVADOR
                   '  EM ' BLS-DATA-APROVACAO
           END-IF.

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               CLOSE BOLSAS-FILE
               CLOSE MATRALUN-FILE
           END-IF.
           CLOSE AUDITORIA-FILE.

      **************************************************************
      ** CORTE DA BOLSA DE MERITO (BLSCFG, MANTIDA PELO PROGPARM);
      ** SEM BLSCFG, 8,0 - O MESMO PADRAO DO QUADRO DE HONRA.
      **************************************************************
       8100-LER-CORTE-MERITO.

           OPEN INPUT BLSCFG-FILE.
           IF WRK-BLSCFG-STATUS = '35'
               CONTINUE
           ELSE
               READ BLSCFG-FILE
                   AT END MOVE ZEROS TO BLSCFG-REG
               END-READ
               IF BCF-CORTE-MERITO IS NUMERIC
                   AND BCF-CORTE-MERITO > ZEROS
                   MOVE BCF-CORTE-MERITO TO WRK-CORTE-MERITO
               END-IF
               CLOSE BLSCFG-FILE
           END-IF.

       8200-PROCURAR-BOLSA.

           MOVE WRK-MATRICULA-BUSCA TO BLS-MATRICULA.
           READ BOLSAS-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-BLS-ACHOU-SW
               NOT INVALID KEY
                   SET WRK-BLS-ACHOU TO TRUE
           END-READ.

      **************************************************************
      ** MEDIA DO ALUNO NO ULTIMO RANKING (RANKMED DO PROGRNKB).
      **************************************************************
       8300-OBTER-MEDIA-RANKING.

           MOVE 'N'   TO WRK-RKM-ACHOU-SW.
           MOVE 'N'   TO WRK-RKM-FIM-SW.
           MOVE ZEROS TO WRK-MEDIA-ALUNO.

           OPEN INPUT RANKMED-FILE.
           IF WRK-RANKMED-STATUS = '00'
               PERFORM 8310-LER-MEDIA-RANKING
                   UNTIL WRK-RKM-FIM OR WRK-RKM-ACHOU
               CLOSE RANKMED-FILE
           END-IF.

       8310-LER-MEDIA-RANKING.

           READ RANKMED-FILE
               AT END
                   SET WRK-RKM-FIM TO TRUE
               NOT AT END
                   IF RKM-MATRICULA = BLS-MATRICULA
                       SET WRK-RKM-ACHOU TO TRUE
                       MOVE RKM-MEDIA TO WRK-MEDIA-ALUNO
                   END-IF
           END-READ.

      **************************************************************
      ** AUTENTICACAO DO APROVADOR: SENHA E ALCADA (ADM OU
      ** SUPERVISOR), COM AS RECUSAS NA TRILHA DE AUDITORIA, COMO
      ** NA APROVACAO DE QUATRO OLHOS (PROGAPRV).
      **************************************************************
       8600-AUTENTICAR-APROVADOR.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'APROVADOR..'
               ACCEPT WRK-APROVADOR FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-APROVADOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-APROVADOR TO AUD-USUARIO
                       MOVE ZEROS         TO AUD-NIVEL
                       MOVE 'BOLSAS - USUARIO DESCONHECIDO'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-APROVADOR TO AUD-USUARIO
                               MOVE USU-NIVEL     TO AUD-NIVEL
                               MOVE 'BOLSAS - FALHA DE SENHA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN USU-NIVEL NOT = 01 AND NOT = 03
                               DISPLAY 'NIVEL SEM ALCADA DE '
                                   'APROVACAO DE BOLSA.'
                               MOVE WRK-APROVADOR TO AUD-USUARIO
                               MOVE USU-NIVEL     TO AUD-NIVEL
                               MOVE 'BOLSAS - NIVEL SEM ALCADA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-NIVEL-APROVADOR
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

      **************************************************************
      ** TRILHA DE AUDITORIA DA MANUTENCAO: RESULTADO + MATRICULA.
      **************************************************************
       9200-AUDITAR-BOLSA.

           MOVE WRK-APROVADOR       TO AUD-USUARIO.
           MOVE WRK-NIVEL-APROVADOR TO AUD-NIVEL.
           MOVE SPACES              TO AUD-RESULTADO.
           STRING WRK-RESULTADO-AUD DELIMITED BY SIZE
               ' '                  DELIMITED BY SIZE
               BLS-MATRICULA        DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.

       COPY CPYAUDPR.
       COPY CPYABLPR.
