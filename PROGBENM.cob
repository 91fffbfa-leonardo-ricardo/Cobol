       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGBENM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DO CADASTRO DE BENEFICIOS (BENEFIC),
      **    NOS MOLDES DAS DEMAIS MANUTENCOES DE CADASTRO
      **    (PROGPENM/PROGAFSM). INCLUSAO, ALTERACAO, ENCERRAMENTO E
      **    CONSULTA DO VALE-TRANSPORTE (VIAGENS POR DIA E TARIFA) E
      **    DO PLANO DE SAUDE (PLANO DA TABELA PLANOSAU) DE CADA
      **    EMPREGADO PELO CONSOLE, COM A MATRICULA VALIDADA CONTRA
      **    O CADASTRO DE EMPREGADOS (EMPREGAD) E AS DATAS CONFERIDAS
      **    NO CALENDARIO (PROGDATA). CADA MUDANCA ACEITA E GRAVADA
      **    NO LOG DE ALTERACOES (BENALTER). A FOLHA (PROGTEPB)
      **    DESCONTA NO CONTRACHEQUE OS BENEFICIOS EM VIGOR.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYBENSL.
           COPY CPYEMPSL.
           COPY CPYPLSSL.
           SELECT BENALTER-FILE ASSIGN TO "BENALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BENALTER-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYBENFD.
       COPY CPYEMPFD.
       COPY CPYPLSFD.
       FD  BENALTER-FILE.
       01  BENALTER-REG.
           05  BENALTER-DATA          PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-HORA          PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-OPERACAO      PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-MATRICULA     PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-TIPO          PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-PLANO         PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-INICIO        PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-FIM           PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-VIAGENS-DIA   PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  BENALTER-TARIFA        PIC 9(03)V99.
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-BENEFIC-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-BENALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-BENEFIC-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-BENEFIC-ABERTO             VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-MATRICULA-BUSCA    PIC 9(05) VALUE ZEROS.
       77  WRK-TIPO-BUSCA         PIC X(01) VALUE SPACE.
       77  WRK-EMP-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-EMP-ACHOU                  VALUE 'S'.
       77  WRK-BEN-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-BEN-ACHOU                  VALUE 'S'.
       77  WRK-CADASTRO-VALIDO-SW PIC X(01) VALUE 'S'.
           88  WRK-CADASTRO-VALIDO          VALUE 'S'.
           88  WRK-CADASTRO-INVALIDO        VALUE 'N'.
       77  WRK-DATA-VALIDA-SW     PIC X(01) VALUE 'S'.
           88  WRK-DATA-VALIDA              VALUE 'S'.
           88  WRK-DATA-INVALIDA            VALUE 'N'.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED           PIC ZZ9,99 VALUE ZEROS.
       01  WRK-DATA-VALIDAR.
           05  WRK-DTV-ANO        PIC 9(04).
           05  WRK-DTV-MES        PIC 9(02).
           05  WRK-DTV-DIA        PIC 9(02).
       01  WRK-ENTRADA-BEN.
           05  WRK-INF-PLANO      PIC X(04) VALUE SPACES.
           05  WRK-INF-INICIO     PIC 9(08) VALUE ZEROS.
           05  WRK-INF-FIM        PIC 9(08) VALUE ZEROS.
           05  WRK-INF-VIAGENS-DIA PIC 9(02) VALUE ZEROS.
           05  WRK-INF-TARIFA     PIC 9(03)V99 VALUE ZEROS.
       COPY CPYPLSTB.
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

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 7790-CARREGAR-TABELA-PLANOS.

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGBENM'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           END-IF.

           IF NOT WRK-FIM
               OPEN I-O BENEFIC-FILE
               IF WRK-BENEFIC-STATUS = '35'
                   CLOSE BENEFIC-FILE
                   OPEN OUTPUT BENEFIC-FILE
                   CLOSE BENEFIC-FILE
                   OPEN I-O BENEFIC-FILE
               END-IF
               IF WRK-BENEFIC-STATUS NOT = '00'
                   MOVE 'PROGBENM'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-BENEFIC-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE BENEFICIOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-BENEFIC-ABERTO TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN EXTEND BENALTER-FILE.
           IF WRK-BENALTER-STATUS = '05' OR '35'
               CLOSE BENALTER-FILE
               OPEN OUTPUT BENALTER-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR E=ENCERRAR '
               'C=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-BENEFICIO
               WHEN 'A'
                   PERFORM 0220-ALTERAR-BENEFICIO
               WHEN 'E'
                   PERFORM 0230-ENCERRAR-BENEFICIO
               WHEN 'C'
                   PERFORM 0240-CONSULTAR-BENEFICIO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO: A MATRICULA E VALIDADA CONTRA O CADASTRO DE
      ** EMPREGADOS E SO PODE HAVER UM BENEFICIO DE CADA TIPO POR
      ** EMPREGADO. BENEFICIO JA ENCERRADO (DATA DE FIM ANTERIOR A
      ** HOJE) E SUBSTITUIDO PELO NOVO.
      **************************************************************
       0210-INCLUIR-BENEFICIO.

           PERFORM 8300-BUSCAR-EMPREGADO.

           IF WRK-EMP-ACHOU
               PERFORM 8250-ACEITAR-TIPO
               IF WRK-TIPO-BUSCA NOT = 'V' AND NOT = 'S'
                   DISPLAY 'TIPO DE BENEFICIO INVALIDO (V/S).'
               ELSE
                   MOVE 'N' TO WRK-BEN-ACHOU-SW
                   MOVE WRK-MATRICULA-BUSCA TO BEN-MATRICULA
                   MOVE WRK-TIPO-BUSCA      TO BEN-TIPO
                   READ BENEFIC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WRK-BEN-ACHOU TO TRUE
                   END-READ
                   IF WRK-BEN-ACHOU
                       AND (BEN-DATA-FIM = ZEROS
                           OR BEN-DATA-FIM NOT < WRK-DATA-HOJE)
                       DISPLAY 'EMPREGADO JA TEM ESTE BENEFICIO EM '
                           'VIGOR - ALTERE OU ENCERRE O EXISTENTE.'
                   ELSE
                       PERFORM 8200-ACEITAR-DADOS
                       PERFORM 8100-VALIDAR-CADASTRO
                       IF WRK-CADASTRO-VALIDO
                           PERFORM 8500-MOVER-DADOS
                           IF WRK-BEN-ACHOU
                               REWRITE BENEFIC-REG
                           ELSE
                               WRITE BENEFIC-REG
                           END-IF
                           MOVE 'I' TO BENALTER-OPERACAO
                           PERFORM 9200-GRAVAR-ALTERACAO
                           DISPLAY 'BENEFICIO INCLUIDO.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0220-ALTERAR-BENEFICIO.

           PERFORM 8400-BUSCAR-BENEFICIO.

           IF WRK-BEN-ACHOU
               PERFORM 8600-EXIBIR-BENEFICIO
               PERFORM 8200-ACEITAR-DADOS
               PERFORM 8100-VALIDAR-CADASTRO
               IF WRK-CADASTRO-VALIDO
                   PERFORM 8500-MOVER-DADOS
                   REWRITE BENEFIC-REG
                   MOVE 'A' TO BENALTER-OPERACAO
                   PERFORM 9200-GRAVAR-ALTERACAO
                   DISPLAY 'BENEFICIO ALTERADO.'
               END-IF
           END-IF.

      **************************************************************
      ** ENCERRAMENTO: O BENEFICIO FICA NO CADASTRO COM A DATA DE
      ** FIM INFORMADA (A FOLHA DESCONTA ATE A COMPETENCIA DESSA
      ** DATA) E O ENCERRAMENTO FICA NO LOG DE ALTERACOES.
      **************************************************************
       0230-ENCERRAR-BENEFICIO.

           PERFORM 8400-BUSCAR-BENEFICIO.

           IF WRK-BEN-ACHOU
               IF BEN-DATA-FIM NOT = ZEROS
                   AND BEN-DATA-FIM < WRK-DATA-HOJE
                   DISPLAY 'BENEFICIO JA ENCERRADO EM ' BEN-DATA-FIM
                       '.'
               ELSE
                   DISPLAY 'DATA DE FIM (AAAAMMDD)..'
                   ACCEPT WRK-INF-FIM FROM CONSOLE
                   MOVE WRK-INF-FIM TO WRK-DATA-VALIDAR
                   PERFORM 8130-VALIDAR-DATA
                   IF WRK-DATA-INVALIDA
                       OR WRK-INF-FIM < BEN-DATA-INICIO
                       MOVE 'WRK-INF-FIM'        TO EXC-CAMPO
                       MOVE WRK-INF-FIM          TO EXC-VALOR
                       MOVE 'DATA DE FIM INVALIDA OU ANTERIOR AO INICIO'
                           TO EXC-MOTIVO
                       PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                       DISPLAY 'DATA DE FIM INVALIDA OU ANTERIOR AO '
                           'INICIO.'
                   ELSE
                       MOVE WRK-INF-FIM TO BEN-DATA-FIM
                       REWRITE BENEFIC-REG
                       MOVE 'E' TO BENALTER-OPERACAO
                       PERFORM 9200-GRAVAR-ALTERACAO
                       DISPLAY 'BENEFICIO ENCERRADO.'
                   END-IF
               END-IF
           END-IF.

       0240-CONSULTAR-BENEFICIO.

           PERFORM 8400-BUSCAR-BENEFICIO.

           IF WRK-BEN-ACHOU
               PERFORM 8600-EXIBIR-BENEFICIO
           END-IF.

       0300-FINALIZAR.

           IF WRK-BENEFIC-ABERTO
               CLOSE BENEFIC-FILE
           END-IF.
           CLOSE EMPREGADOS-FILE.
           CLOSE BENALTER-FILE.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** VALIDACOES DO BENEFICIO: DATA DE INICIO INVALIDA NO
      ** CALENDARIO, DATA DE FIM INVALIDA OU ANTERIOR AO INICIO; NO
      ** PLANO DE SAUDE, PLANO FORA DA TABELA PLANOSAU; NO
      ** VALE-TRANSPORTE, VIAGENS POR DIA OU TARIFA ZERADAS. CADA
      ** REJEICAO E DESVIADA PARA O RELATORIO COMPARTILHADO DE
      ** EXCECOES.
      **************************************************************
       8100-VALIDAR-CADASTRO.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           MOVE WRK-INF-INICIO TO WRK-DATA-VALIDAR.
           PERFORM 8130-VALIDAR-DATA.
           IF WRK-DATA-INVALIDA
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-INICIO'     TO EXC-CAMPO
               MOVE WRK-INF-INICIO       TO EXC-VALOR
               MOVE 'DATA DE INICIO INVALIDA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'DATA DE INICIO INVALIDA.'
           END-IF.

           IF WRK-INF-FIM NOT = ZEROS
               MOVE WRK-INF-FIM TO WRK-DATA-VALIDAR
               PERFORM 8130-VALIDAR-DATA
               IF WRK-DATA-INVALIDA
                   OR WRK-INF-FIM < WRK-INF-INICIO
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-FIM'        TO EXC-CAMPO
                   MOVE WRK-INF-FIM          TO EXC-VALOR
                   MOVE 'DATA DE FIM INVALIDA OU ANTERIOR AO INICIO'
                       TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'DATA DE FIM INVALIDA OU ANTERIOR AO '
                       'INICIO.'
               END-IF
           END-IF.

           IF WRK-TIPO-BUSCA = 'S'
               MOVE WRK-INF-PLANO TO WRK-PLS-CODIGO
               PERFORM 7795-BUSCAR-PLANO
               IF WRK-PLS-ACHOU
                   DISPLAY 'PLANO: ' TAB-PLS-DESCRICAO(PLS-IDX)
               ELSE
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-PLANO'      TO EXC-CAMPO
                   MOVE WRK-INF-PLANO        TO EXC-VALOR
                   MOVE 'PLANO DE SAUDE NAO CADASTRADO' TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'PLANO NAO CADASTRADO NA TABELA PLANOSAU.'
               END-IF
           ELSE
               IF WRK-INF-VIAGENS-DIA = ZEROS
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-VIAGENS-DIA' TO EXC-CAMPO
                   MOVE WRK-INF-VIAGENS-DIA  TO EXC-VALOR
                   MOVE 'QUANTIDADE DE VIAGENS POR DIA ZERADA'
                       TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'VIAGENS POR DIA DEVE SER MAIOR QUE ZERO.'
               END-IF
               IF WRK-INF-TARIFA = ZEROS
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-TARIFA'     TO EXC-CAMPO
                   MOVE WRK-INF-TARIFA       TO WRK-VALOR-ED
                   MOVE WRK-VALOR-ED         TO EXC-VALOR
                   MOVE 'TARIFA DO VALE-TRANSPORTE ZERADA'
                       TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'TARIFA DEVE SER MAIOR QUE ZERO.'
               END-IF
           END-IF.

       8110-GRAVAR-EXCECAO-CADASTRO.

           MOVE 'PROGBENM'          TO EXC-PROGRAMA.
           MOVE WRK-MATRICULA-BUSCA TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

      **************************************************************
      ** DATA AAAAMMDD VALIDA: MES DE 1 A 12 E DIA DE 1 AO ULTIMO
      ** DIA DO MES (FUNCAO 'UM' DO PROGDATA, COM BISSEXTO).
      **************************************************************
       8130-VALIDAR-DATA.

           SET WRK-DATA-VALIDA TO TRUE.

           IF WRK-DTV-ANO < 1900
               OR WRK-DTV-MES < 1 OR WRK-DTV-MES > 12
               OR WRK-DTV-DIA < 1
               SET WRK-DATA-INVALIDA TO TRUE
           ELSE
               MOVE 'UM'        TO DTS-FUNCAO
               MOVE WRK-DTV-ANO TO DTS-DATA1-ANO
               MOVE WRK-DTV-MES TO DTS-DATA1-MES
               MOVE 01          TO DTS-DATA1-DIA
               CALL 'PROGDATA' USING WRK-DTS-AREA
               IF WRK-DTV-DIA > DTS-DIAS
                   SET WRK-DATA-INVALIDA TO TRUE
               END-IF
           END-IF.

       8200-ACEITAR-DADOS.

           MOVE SPACES TO WRK-INF-PLANO.
           MOVE ZEROS  TO WRK-INF-VIAGENS-DIA.
           MOVE ZEROS  TO WRK-INF-TARIFA.
           IF WRK-TIPO-BUSCA = 'S'
               DISPLAY 'CODIGO DO PLANO DE SAUDE..'
               ACCEPT WRK-INF-PLANO FROM CONSOLE
           ELSE
               DISPLAY 'CODIGO DA OPERADORA DO TRANSPORTE..'
               ACCEPT WRK-INF-PLANO FROM CONSOLE
               DISPLAY 'VIAGENS POR DIA..'
               ACCEPT WRK-INF-VIAGENS-DIA FROM CONSOLE
               DISPLAY 'TARIFA POR VIAGEM..'
               ACCEPT WRK-INF-TARIFA FROM CONSOLE
           END-IF.
           DISPLAY 'DATA DE INICIO (AAAAMMDD)..'.
           ACCEPT WRK-INF-INICIO FROM CONSOLE.
           DISPLAY 'DATA DE FIM (AAAAMMDD, ZERO = SEM TERMINO)..'.
           ACCEPT WRK-INF-FIM FROM CONSOLE.

       8250-ACEITAR-TIPO.

           DISPLAY 'TIPO (V=VALE-TRANSPORTE S=PLANO DE SAUDE)..'.
           ACCEPT WRK-TIPO-BUSCA FROM CONSOLE.

       8300-BUSCAR-EMPREGADO.

           MOVE 'N' TO WRK-EMP-ACHOU-SW.
           DISPLAY 'MATRICULA DO EMPREGADO..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           MOVE WRK-MATRICULA-BUSCA TO EMP-MATRICULA.

           READ EMPREGADOS-FILE
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA NO CADASTRO.'
               NOT INVALID KEY
                   SET WRK-EMP-ACHOU TO TRUE
           END-READ.

       8400-BUSCAR-BENEFICIO.

           MOVE 'N' TO WRK-BEN-ACHOU-SW.
           DISPLAY 'MATRICULA DO EMPREGADO..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           PERFORM 8250-ACEITAR-TIPO.
           MOVE WRK-MATRICULA-BUSCA TO BEN-MATRICULA.
           MOVE WRK-TIPO-BUSCA      TO BEN-TIPO.

           READ BENEFIC-FILE
               INVALID KEY
                   DISPLAY 'EMPREGADO SEM ESTE BENEFICIO.'
               NOT INVALID KEY
                   SET WRK-BEN-ACHOU TO TRUE
           END-READ.

       8500-MOVER-DADOS.

           MOVE WRK-MATRICULA-BUSCA TO BEN-MATRICULA.
           MOVE WRK-TIPO-BUSCA      TO BEN-TIPO.
           MOVE WRK-INF-PLANO       TO BEN-PLANO.
           MOVE WRK-INF-INICIO      TO BEN-DATA-INICIO.
           MOVE WRK-INF-FIM         TO BEN-DATA-FIM.
           MOVE WRK-INF-VIAGENS-DIA TO BEN-VIAGENS-DIA.
           MOVE WRK-INF-TARIFA      TO BEN-TARIFA.

       8600-EXIBIR-BENEFICIO.

           IF BEN-PLANO-SAUDE
               DISPLAY 'BENEFICIO...: PLANO DE SAUDE ' BEN-PLANO
           ELSE
               MOVE BEN-TARIFA TO WRK-VALOR-ED
               DISPLAY 'BENEFICIO...: VALE-TRANSPORTE ' BEN-PLANO
               DISPLAY 'VIAGENS/DIA.: ' BEN-VIAGENS-DIA
                   '   TARIFA: ' WRK-VALOR-ED
           END-IF.
           DISPLAY 'INICIO......: ' BEN-DATA-INICIO
               '   FIM: ' BEN-DATA-FIM.

      **************************************************************
      ** LOG DE ALTERACAO DO CADASTRO DE BENEFICIOS - GRAVADO A CADA
      ** INCLUSAO, ALTERACAO OU ENCERRAMENTO ACEITO, NOS MOLDES DO
      ** EMPALTER DO CADASTRO DE EMPREGADOS (PROGEMPM).
      **************************************************************
       9200-GRAVAR-ALTERACAO.

           MOVE BEN-MATRICULA      TO BENALTER-MATRICULA.
           MOVE BEN-TIPO           TO BENALTER-TIPO.
           MOVE BEN-PLANO          TO BENALTER-PLANO.
           MOVE BEN-DATA-INICIO    TO BENALTER-INICIO.
           MOVE BEN-DATA-FIM       TO BENALTER-FIM.
           MOVE BEN-VIAGENS-DIA    TO BENALTER-VIAGENS-DIA.
           MOVE BEN-TARIFA         TO BENALTER-TARIFA.
           ACCEPT BENALTER-DATA FROM DATE YYYYMMDD.
           ACCEPT BENALTER-HORA FROM TIME.
           WRITE BENALTER-REG.

       COPY CPYPLSPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
