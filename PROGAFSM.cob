       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAFSM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DO CADASTRO DE AFASTAMENTOS (AFASTAM),
      **    NOS MOLDES DAS DEMAIS MANUTENCOES DE CADASTRO (PROGDEPM/
      **    PROGPENM). INCLUSAO, ALTERACAO (TIPO, DATA DE FIM E
      **    OBSERVACAO - O RETORNO DO EMPREGADO E INFORMADO AQUI),
      **    EXCLUSAO DE LANCAMENTO INDEVIDO E CONSULTA DOS
      **    AFASTAMENTOS DE UM EMPREGADO PELO CONSOLE, COM A
      **    MATRICULA VALIDADA CONTRA O CADASTRO DE EMPREGADOS
      **    (EMPREGAD), AS DATAS CONFERIDAS NO CALENDARIO (PROGDATA)
      **    E SEM SOBREPOSICAO DE AFASTAMENTOS DO MESMO EMPREGADO.
      **    CADA MUDANCA ACEITA E GRAVADA NO LOG DE ALTERACOES
      **    (AFSALTER). O CADASTRO ALIMENTA A FOLHA (PROGTEPB), AS
      **    FERIAS (PROGFERB), O 13o (PROGD13B) E O RELATORIO
      **    MENSAL DE AFASTADOS (PROGAFSR).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYAFSSL.
           COPY CPYEMPSL.
           SELECT AFSALTER-FILE ASSIGN TO "AFSALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFSALTER-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYAFSFD.
       COPY CPYEMPFD.
       FD  AFSALTER-FILE.
       01  AFSALTER-REG.
           05  AFSALTER-DATA          PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AFSALTER-HORA          PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AFSALTER-OPERACAO      PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AFSALTER-MATRICULA     PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AFSALTER-INICIO        PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AFSALTER-TIPO          PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  AFSALTER-FIM           PIC 9(08).
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-AFSALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-MATRICULA-BUSCA    PIC 9(05) VALUE ZEROS.
       77  WRK-INICIO-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-EMP-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-EMP-ACHOU                  VALUE 'S'.
       77  WRK-AFS-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-AFS-ACHOU                  VALUE 'S'.
       77  WRK-CADASTRO-VALIDO-SW PIC X(01) VALUE 'S'.
           88  WRK-CADASTRO-VALIDO          VALUE 'S'.
           88  WRK-CADASTRO-INVALIDO        VALUE 'N'.
       77  WRK-DATA-VALIDA-SW     PIC X(01) VALUE 'S'.
           88  WRK-DATA-VALIDA              VALUE 'S'.
           88  WRK-DATA-INVALIDA            VALUE 'N'.
       77  WRK-QTD-LISTADOS       PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-NOVO           PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-OUTRO          PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-VALIDAR.
           05  WRK-DTV-ANO        PIC 9(04).
           05  WRK-DTV-MES        PIC 9(02).
           05  WRK-DTV-DIA        PIC 9(02).
       01  WRK-ENTRADA-AFS.
           05  WRK-INF-TIPO       PIC X(01) VALUE SPACE.
           05  WRK-INF-FIM        PIC 9(08) VALUE ZEROS.
           05  WRK-INF-OBSERVACAO PIC X(30) VALUE SPACES.
       COPY CPYAFSWS.
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

           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS NOT = '00'
               MOVE 'PROGAFSM'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           END-IF.

           IF NOT WRK-FIM
               OPEN I-O AFASTAM-FILE
               IF WRK-AFASTAM-STATUS = '35'
                   CLOSE AFASTAM-FILE
                   OPEN OUTPUT AFASTAM-FILE
                   CLOSE AFASTAM-FILE
                   OPEN I-O AFASTAM-FILE
               END-IF
               IF WRK-AFASTAM-STATUS NOT = '00'
                   MOVE 'PROGAFSM'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-AFASTAM-STATUS   TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE AFASTAMENTOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-AFASTAM-ABERTO TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN EXTEND AFSALTER-FILE.
           IF WRK-AFSALTER-STATUS = '05' OR '35'
               CLOSE AFSALTER-FILE
               OPEN OUTPUT AFSALTER-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR '
               'C=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-AFASTAMENTO
               WHEN 'A'
                   PERFORM 0220-ALTERAR-AFASTAMENTO
               WHEN 'E'
                   PERFORM 0230-EXCLUIR-AFASTAMENTO
               WHEN 'C'
                   PERFORM 0240-CONSULTAR-AFASTAMENTOS
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO: A MATRICULA E VALIDADA CONTRA O CADASTRO DE
      ** EMPREGADOS (DESLIGADO NAO PODE SER AFASTADO) E A CHAVE
      ** (MATRICULA MAIS DATA DE INICIO) NAO PODE JA EXISTIR.
      **************************************************************
       0210-INCLUIR-AFASTAMENTO.

           PERFORM 8300-BUSCAR-EMPREGADO.

           IF WRK-EMP-ACHOU
               IF EMP-DESLIGADO
                   DISPLAY 'EMPREGADO DESLIGADO - AFASTAMENTO NAO '
                       'PERMITIDO.'
               ELSE
                   DISPLAY 'DATA DE INICIO (AAAAMMDD)..'
                   ACCEPT WRK-INICIO-BUSCA FROM CONSOLE
                   MOVE 'N' TO WRK-AFS-ACHOU-SW
                   MOVE WRK-MATRICULA-BUSCA TO AFS-MATRICULA
                   MOVE WRK-INICIO-BUSCA    TO AFS-DATA-INICIO
                   READ AFASTAM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WRK-AFS-ACHOU TO TRUE
                   END-READ
                   IF WRK-AFS-ACHOU
                       DISPLAY 'AFASTAMENTO JA CADASTRADO NESTA DATA '
                           '- USE A ALTERACAO.'
                   ELSE
                       PERFORM 8200-ACEITAR-DADOS
                       PERFORM 8100-VALIDAR-CADASTRO
                       IF WRK-CADASTRO-VALIDO
                           PERFORM 8500-MOVER-DADOS
                           WRITE AFASTAM-REG
                           MOVE 'I' TO AFSALTER-OPERACAO
                           PERFORM 9200-GRAVAR-ALTERACAO
                           DISPLAY 'AFASTAMENTO INCLUIDO.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** ALTERACAO: TIPO, DATA DE FIM (RETORNO DO EMPREGADO) E
      ** OBSERVACAO. A DATA DE INICIO E CHAVE E NAO MUDA - INICIO
      ** ERRADO SE CORRIGE EXCLUINDO E INCLUINDO DE NOVO.
      **************************************************************
       0220-ALTERAR-AFASTAMENTO.

           PERFORM 8400-BUSCAR-AFASTAMENTO.

           IF WRK-AFS-ACHOU
               PERFORM 8600-EXIBIR-AFASTAMENTO
               PERFORM 8200-ACEITAR-DADOS
               PERFORM 8100-VALIDAR-CADASTRO
               IF WRK-CADASTRO-VALIDO
                   PERFORM 8500-MOVER-DADOS
                   REWRITE AFASTAM-REG
                   MOVE 'A' TO AFSALTER-OPERACAO
                   PERFORM 9200-GRAVAR-ALTERACAO
                   DISPLAY 'AFASTAMENTO ALTERADO.'
               END-IF
           END-IF.

      **************************************************************
      ** EXCLUSAO: SO PARA LANCAMENTO INDEVIDO. O AFASTAMENTO
      ** EXCLUIDO FICA REGISTRADO NO LOG DE ALTERACOES.
      **************************************************************
       0230-EXCLUIR-AFASTAMENTO.

           PERFORM 8400-BUSCAR-AFASTAMENTO.

           IF WRK-AFS-ACHOU
               PERFORM 8600-EXIBIR-AFASTAMENTO
               DELETE AFASTAM-FILE RECORD
                   INVALID KEY
                       DISPLAY 'FALHA NA EXCLUSAO DO AFASTAMENTO.'
                   NOT INVALID KEY
                       MOVE 'E' TO AFSALTER-OPERACAO
                       PERFORM 9200-GRAVAR-ALTERACAO
                       DISPLAY 'AFASTAMENTO EXCLUIDO.'
               END-DELETE
           END-IF.

      **************************************************************
      ** CONSULTA: LISTA TODOS OS AFASTAMENTOS DO EMPREGADO, EM
      ** ORDEM DE INICIO.
      **************************************************************
       0240-CONSULTAR-AFASTAMENTOS.

           DISPLAY 'MATRICULA DO EMPREGADO..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.

           MOVE ZEROS               TO WRK-QTD-LISTADOS.
           MOVE 'N'                 TO WRK-AFS-FIM-SW.
           MOVE WRK-MATRICULA-BUSCA TO AFS-MATRICULA.
           MOVE ZEROS               TO AFS-DATA-INICIO.
           START AFASTAM-FILE KEY IS NOT LESS THAN AFS-CHAVE
               INVALID KEY SET WRK-AFS-FIM TO TRUE
           END-START.
           PERFORM 0241-LISTAR-AFASTAMENTO UNTIL WRK-AFS-FIM.

           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY 'EMPREGADO SEM AFASTAMENTOS CADASTRADOS.'
           END-IF.

       0241-LISTAR-AFASTAMENTO.

           READ AFASTAM-FILE NEXT RECORD
               AT END
                   SET WRK-AFS-FIM TO TRUE
               NOT AT END
                   IF AFS-MATRICULA NOT = WRK-MATRICULA-BUSCA
                       SET WRK-AFS-FIM TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-LISTADOS
                       PERFORM 8600-EXIBIR-AFASTAMENTO
                   END-IF
           END-READ.

       0300-FINALIZAR.

           IF WRK-AFASTAM-ABERTO
               CLOSE AFASTAM-FILE
           END-IF.
           CLOSE EMPREGADOS-FILE.
           CLOSE AFSALTER-FILE.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** VALIDACOES DO AFASTAMENTO: TIPO FORA DE D/A/M/N, DATA DE
      ** INICIO INVALIDA NO CALENDARIO, DATA DE FIM INVALIDA OU
      ** ANTERIOR AO INICIO (ZERO = SEM PREVISAO DE RETORNO) E
      ** SOBREPOSICAO COM OUTRO AFASTAMENTO DO MESMO EMPREGADO. CADA
      ** REJEICAO E DESVIADA PARA O RELATORIO COMPARTILHADO DE
      ** EXCECOES.
      **************************************************************
       8100-VALIDAR-CADASTRO.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           IF WRK-INF-TIPO NOT = 'D' AND NOT = 'A'
               AND NOT = 'M' AND NOT = 'N'
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-TIPO'       TO EXC-CAMPO
               MOVE WRK-INF-TIPO         TO EXC-VALOR
               MOVE 'TIPO DE AFASTAMENTO INVALIDO (D/A/M/N)'
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'TIPO DE AFASTAMENTO INVALIDO (D/A/M/N).'
           END-IF.

           MOVE WRK-INICIO-BUSCA TO WRK-DATA-VALIDAR.
           PERFORM 8130-VALIDAR-DATA.
           IF WRK-DATA-INVALIDA
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INICIO-BUSCA'   TO EXC-CAMPO
               MOVE WRK-INICIO-BUSCA     TO EXC-VALOR
               MOVE 'DATA DE INICIO INVALIDA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'DATA DE INICIO INVALIDA.'
           END-IF.

           IF WRK-INF-FIM NOT = ZEROS
               MOVE WRK-INF-FIM TO WRK-DATA-VALIDAR
               PERFORM 8130-VALIDAR-DATA
               IF WRK-DATA-INVALIDA
                   OR WRK-INF-FIM < WRK-INICIO-BUSCA
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

           IF WRK-CADASTRO-VALIDO
               PERFORM 8140-CONFERIR-SOBREPOSICAO
           END-IF.

       8110-GRAVAR-EXCECAO-CADASTRO.

           MOVE 'PROGAFSM'          TO EXC-PROGRAMA.
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

      **************************************************************
      ** SOBREPOSICAO: PERCORRE OS DEMAIS AFASTAMENTOS DO EMPREGADO
      ** (O PROPRIO REGISTRO, NA ALTERACAO, E IGNORADO). AFASTAMENTO
      ** SEM DATA DE FIM E TRATADO COMO ABERTO ATE O FIM DOS TEMPOS.
      **************************************************************
       8140-CONFERIR-SOBREPOSICAO.

           IF WRK-INF-FIM = ZEROS
               MOVE 99999999    TO WRK-FIM-NOVO
           ELSE
               MOVE WRK-INF-FIM TO WRK-FIM-NOVO
           END-IF.

           MOVE 'N'                 TO WRK-AFS-FIM-SW.
           MOVE WRK-MATRICULA-BUSCA TO AFS-MATRICULA.
           MOVE ZEROS               TO AFS-DATA-INICIO.
           START AFASTAM-FILE KEY IS NOT LESS THAN AFS-CHAVE
               INVALID KEY SET WRK-AFS-FIM TO TRUE
           END-START.
           PERFORM 8141-CONFERIR-UM-AFASTAMENTO UNTIL WRK-AFS-FIM.

       8141-CONFERIR-UM-AFASTAMENTO.

           READ AFASTAM-FILE NEXT RECORD
               AT END
                   SET WRK-AFS-FIM TO TRUE
               NOT AT END
                   IF AFS-MATRICULA NOT = WRK-MATRICULA-BUSCA
                       SET WRK-AFS-FIM TO TRUE
                   ELSE
                       IF AFS-DATA-INICIO NOT = WRK-INICIO-BUSCA
                           PERFORM 8142-AVALIAR-SOBREPOSICAO
                       END-IF
                   END-IF
           END-READ.

       8142-AVALIAR-SOBREPOSICAO.

           IF AFS-DATA-FIM = ZEROS
               MOVE 99999999     TO WRK-FIM-OUTRO
           ELSE
               MOVE AFS-DATA-FIM TO WRK-FIM-OUTRO
           END-IF.

           IF AFS-DATA-INICIO NOT > WRK-FIM-NOVO
               AND WRK-INICIO-BUSCA NOT > WRK-FIM-OUTRO
               SET WRK-CADASTRO-INVALIDO TO TRUE
               SET WRK-AFS-FIM TO TRUE
               MOVE 'AFS-DATA-INICIO'    TO EXC-CAMPO
               MOVE AFS-DATA-INICIO      TO EXC-VALOR
               MOVE 'SOBREPOE OUTRO AFASTAMENTO DO EMPREGADO'
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'PERIODO SOBREPOE O AFASTAMENTO INICIADO EM '
                   AFS-DATA-INICIO '.'
           END-IF.

       8200-ACEITAR-DADOS.

           DISPLAY 'TIPO (D=DOENCA A=ACIDENTE DE TRABALHO '
               'M=MATERNIDADE N=NAO REMUNERADA)..'.
           ACCEPT WRK-INF-TIPO FROM CONSOLE.
           DISPLAY 'DATA DE FIM (AAAAMMDD, ZERO = SEM PREVISAO)..'.
           ACCEPT WRK-INF-FIM FROM CONSOLE.
           DISPLAY 'OBSERVACAO (CID / NUMERO DO BENEFICIO)..'.
           ACCEPT WRK-INF-OBSERVACAO FROM CONSOLE.

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

       8400-BUSCAR-AFASTAMENTO.

           MOVE 'N' TO WRK-AFS-ACHOU-SW.
           DISPLAY 'MATRICULA DO EMPREGADO..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           DISPLAY 'DATA DE INICIO (AAAAMMDD)..'.
           ACCEPT WRK-INICIO-BUSCA FROM CONSOLE.
           MOVE WRK-MATRICULA-BUSCA TO AFS-MATRICULA.
           MOVE WRK-INICIO-BUSCA    TO AFS-DATA-INICIO.

           READ AFASTAM-FILE
               INVALID KEY
                   DISPLAY 'AFASTAMENTO NAO ENCONTRADO.'
               NOT INVALID KEY
                   SET WRK-AFS-ACHOU TO TRUE
           END-READ.

       8500-MOVER-DADOS.

           MOVE WRK-MATRICULA-BUSCA TO AFS-MATRICULA.
           MOVE WRK-INICIO-BUSCA    TO AFS-DATA-INICIO.
           MOVE WRK-INF-TIPO        TO AFS-TIPO.
           MOVE WRK-INF-FIM         TO AFS-DATA-FIM.
           MOVE WRK-INF-OBSERVACAO  TO AFS-OBSERVACAO.

       8600-EXIBIR-AFASTAMENTO.

           DISPLAY 'INICIO......: ' AFS-DATA-INICIO
               '   FIM: ' AFS-DATA-FIM.
           EVALUATE TRUE
               WHEN AFS-DOENCA
                   DISPLAY 'TIPO........: D - DOENCA'
               WHEN AFS-ACIDENTE
                   DISPLAY 'TIPO........: A - ACIDENTE DE TRABALHO'
               WHEN AFS-MATERNIDADE
                   DISPLAY 'TIPO........: M - LICENCA MATERNIDADE'
               WHEN AFS-NAO-REMUNERADA
                   DISPLAY 'TIPO........: N - LICENCA NAO REMUNERADA'
               WHEN OTHER
                   DISPLAY 'TIPO........: ' AFS-TIPO
           END-EVALUATE.
           DISPLAY 'OBSERVACAO..: ' AFS-OBSERVACAO.

      **************************************************************
      ** LOG DE ALTERACAO DO CADASTRO DE AFASTAMENTOS - GRAVADO A
      ** CADA INCLUSAO, ALTERACAO OU EXCLUSAO ACEITA, NOS MOLDES DO
      ** EMPALTER DO CADASTRO DE EMPREGADOS (PROGEMPM).
      **************************************************************
       9200-GRAVAR-ALTERACAO.

           MOVE AFS-MATRICULA      TO AFSALTER-MATRICULA.
           MOVE AFS-DATA-INICIO    TO AFSALTER-INICIO.
           MOVE AFS-TIPO           TO AFSALTER-TIPO.
           MOVE AFS-DATA-FIM       TO AFSALTER-FIM.
           ACCEPT AFSALTER-DATA FROM DATE YYYYMMDD.
           ACCEPT AFSALTER-HORA FROM TIME.
           WRITE AFSALTER-REG.

       COPY CPYEXCPR.
       COPY CPYABLPR.
