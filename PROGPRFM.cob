       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRFM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DO CADASTRO DE PROFESSORES (PROFESSO),
      **    NOS MOLDES DA MANUTENCAO DE DEPENDENTES (PROGDEPM).
      **    INCLUSAO, ALTERACAO E INATIVACAO PELO CONSOLE. O
      **    PROFESSOR QUE E EMPREGADO DA ESCOLA TEM A MATRICULA
      **    VALIDADA CONTRA O CADASTRO DE EMPREGADOS (EMPREGAD), QUE
      **    PRECISA EXISTIR E NAO ESTAR DESLIGADO; MATRICULA ZERO
      **    INDICA PROFESSOR DE FORA DA FOLHA. O VALOR DA HORA-AULA
      **    ALIMENTA A CARGA HORARIA (PROGAULB); ZERO INDICA
      **    PROFESSOR MENSALISTA, PAGO SO PELO SALARIO. A EXCLUSAO
      **    APENAS INATIVA O PROFESSOR, PARA NAO PERDER AS
      **    ATRIBUICOES E A GRADE JA LIGADAS AO CODIGO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPRFSL.
           COPY CPYEMPSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYPRFFD.
       COPY CPYEMPFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-PROFESSO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-PROFESSO-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PROFESSO-ABERTO            VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-CODIGO-BUSCA       PIC 9(04) VALUE ZEROS.
       77  WRK-PRF-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-PRF-ACHOU                  VALUE 'S'.
       77  WRK-CADASTRO-VALIDO-SW PIC X(01) VALUE 'S'.
           88  WRK-CADASTRO-VALIDO          VALUE 'S'.
           88  WRK-CADASTRO-INVALIDO        VALUE 'N'.
       77  WRK-VALOR-HORA-ED      PIC ZZ9,99.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-NOME       PIC X(30) VALUE SPACES.
           05  WRK-INF-MATRICULA  PIC 9(05) VALUE ZEROS.
           05  WRK-INF-VALOR-HORA PIC 9(03)V99 VALUE ZEROS.
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
               MOVE 'PROGPRFM'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           END-IF.

           IF NOT WRK-FIM
               OPEN I-O PROFESSO-FILE
               IF WRK-PROFESSO-STATUS = '35'
                   CLOSE PROFESSO-FILE
                   OPEN OUTPUT PROFESSO-FILE
                   CLOSE PROFESSO-FILE
                   OPEN I-O PROFESSO-FILE
               END-IF
               IF WRK-PROFESSO-STATUS NOT = '00'
                   MOVE 'PROGPRFM'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-PROFESSO-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE PROFESSORES'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-PROFESSO-ABERTO TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR E=EXCLUIR '
               'FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-PROFESSOR
               WHEN 'A'
                   PERFORM 0220-ALTERAR-PROFESSOR
               WHEN 'E'
                   PERFORM 0230-INATIVAR-PROFESSOR
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO DE UM PROFESSOR COM O CODIGO INFORMADO, QUE NAO
      ** PODE JA EXISTIR NO CADASTRO. ENTRA SEMPRE ATIVO.
      **************************************************************
       0210-INCLUIR-PROFESSOR.

           PERFORM 8400-BUSCAR-PROFESSOR.

           IF WRK-PRF-ACHOU
               DISPLAY 'CODIGO JA CADASTRADO PARA ' PRF-NOME
           ELSE
               IF WRK-CODIGO-BUSCA = ZEROS
                   DISPLAY 'CODIGO DO PROFESSOR NAO PODE SER ZERO.'
               ELSE
                   PERFORM 8200-ACEITAR-DADOS
                   PERFORM 8100-VALIDAR-CADASTRO
                   IF WRK-CADASTRO-VALIDO
                       MOVE WRK-CODIGO-BUSCA   TO PRF-CODIGO
                       MOVE WRK-INF-NOME       TO PRF-NOME
                       MOVE WRK-INF-MATRICULA  TO PRF-EMP-MATRICULA
                       MOVE WRK-INF-VALOR-HORA TO PRF-VALOR-HORA-AULA
                       SET PRF-ATIVO TO TRUE
                       WRITE PROFESSO-REG
                           INVALID KEY
                               DISPLAY 'CODIGO JA EXISTENTE.'
                           NOT INVALID KEY
                               DISPLAY 'PROFESSOR INCLUIDO.'
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      **************************************************************
      ** ALTERACAO DOS DADOS DO PROFESSOR. UM PROFESSOR INATIVO QUE
      ** E ALTERADO VOLTA A FICAR ATIVO.
      **************************************************************
       0220-ALTERAR-PROFESSOR.

           PERFORM 8400-BUSCAR-PROFESSOR.

           IF NOT WRK-PRF-ACHOU
               DISPLAY 'PROFESSOR NAO ENCONTRADO NO CADASTRO.'
           ELSE
               MOVE PRF-VALOR-HORA-AULA TO WRK-VALOR-HORA-ED
               DISPLAY 'PROFESSOR ATUAL: ' PRF-NOME
               DISPLAY 'MATRICULA: ' PRF-EMP-MATRICULA
                   ' HORA-AULA: ' WRK-VALOR-HORA-ED
                   ' SITUACAO: ' PRF-SITUACAO
               PERFORM 8200-ACEITAR-DADOS
               PERFORM 8100-VALIDAR-CADASTRO
               IF WRK-CADASTRO-VALIDO
                   MOVE WRK-INF-NOME       TO PRF-NOME
                   MOVE WRK-INF-MATRICULA  TO PRF-EMP-MATRICULA
                   MOVE WRK-INF-VALOR-HORA TO PRF-VALOR-HORA-AULA
                   SET PRF-ATIVO TO TRUE
                   REWRITE PROFESSO-REG
                   DISPLAY 'PROFESSOR ALTERADO.'
               END-IF
           END-IF.

       0230-INATIVAR-PROFESSOR.

           PERFORM 8400-BUSCAR-PROFESSOR.

           IF NOT WRK-PRF-ACHOU
               DISPLAY 'PROFESSOR NAO ENCONTRADO NO CADASTRO.'
           ELSE
               IF PRF-INATIVO
                   DISPLAY 'PROFESSOR JA ESTA INATIVO.'
               ELSE
                   SET PRF-INATIVO TO TRUE
                   REWRITE PROFESSO-REG
                   DISPLAY 'PROFESSOR INATIVADO - ATRIBUICOES E '
                       'GRADE DEVEM SER REVISTAS.'
               END-IF
           END-IF.

       0300-FINALIZAR.

           IF WRK-PROFESSO-ABERTO
               CLOSE PROFESSO-FILE
           END-IF.
           CLOSE EMPREGADOS-FILE.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** VALIDACOES DO PROFESSOR: NOME EM BRANCO E MATRICULA
      ** INFORMADA QUE NAO EXISTE NO CADASTRO DE EMPREGADOS OU
      ** PERTENCE A EMPREGADO DESLIGADO. HORA-AULA SO FAZ SENTIDO
      ** PARA QUEM ESTA NA FOLHA. CADA REJEICAO E DESVIADA PARA O
      ** RELATORIO COMPARTILHADO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-CADASTRO.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           IF WRK-INF-NOME = SPACES
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-NOME'       TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'NOME DO PROFESSOR EM BRANCO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'NOME NAO PODE FICAR EM BRANCO.'
           END-IF.

           IF WRK-INF-MATRICULA NOT = ZEROS
               MOVE WRK-INF-MATRICULA TO EMP-MATRICULA
               READ EMPREGADOS-FILE
                   INVALID KEY
                       SET WRK-CADASTRO-INVALIDO TO TRUE
                       MOVE 'WRK-INF-MATRICULA' TO EXC-CAMPO
                       MOVE WRK-INF-MATRICULA   TO EXC-VALOR
                       MOVE 'MATRICULA NAO CADASTRADA NA FOLHA'
                           TO EXC-MOTIVO
                       PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                       DISPLAY 'MATRICULA NAO ENCONTRADA NO CADASTRO '
                           'DE EMPREGADOS.'
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           SET WRK-CADASTRO-INVALIDO TO TRUE
                           MOVE 'WRK-INF-MATRICULA' TO EXC-CAMPO
                           MOVE WRK-INF-MATRICULA   TO EXC-VALOR
                           MOVE 'MATRICULA DE EMPREGADO DESLIGADO'
                               TO EXC-MOTIVO
                           PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                           DISPLAY 'EMPREGADO DESLIGADO.'
                       END-IF
               END-READ
           END-IF.

           IF WRK-INF-MATRICULA = ZEROS
               AND WRK-INF-VALOR-HORA > ZEROS
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-VALOR-HORA' TO EXC-CAMPO
               MOVE WRK-INF-VALOR-HORA   TO WRK-VALOR-HORA-ED
               MOVE WRK-VALOR-HORA-ED    TO EXC-VALOR
               MOVE 'HORA-AULA SEM MATRICULA NA FOLHA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'HORA-AULA EXIGE MATRICULA NA FOLHA.'
           END-IF.

       8110-GRAVAR-EXCECAO-CADASTRO.

           MOVE 'PROGPRFM'    TO EXC-PROGRAMA.
           MOVE WRK-INF-NOME  TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

       8200-ACEITAR-DADOS.

           DISPLAY 'NOME DO PROFESSOR..'.
           ACCEPT WRK-INF-NOME FROM CONSOLE.
           DISPLAY 'MATRICULA NA FOLHA (0 = NAO E EMPREGADO)..'.
           ACCEPT WRK-INF-MATRICULA FROM CONSOLE.
           DISPLAY 'VALOR DA HORA-AULA (0 = MENSALISTA)..'.
           ACCEPT WRK-INF-VALOR-HORA FROM CONSOLE.

       8400-BUSCAR-PROFESSOR.

           MOVE 'N' TO WRK-PRF-ACHOU-SW.
           DISPLAY 'CODIGO DO PROFESSOR..'.
           ACCEPT WRK-CODIGO-BUSCA FROM CONSOLE.
           MOVE WRK-CODIGO-BUSCA TO PRF-CODIGO.

           READ PROFESSO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-PRF-ACHOU TO TRUE
           END-READ.

       COPY CPYEXCPR.
       COPY CPYABLPR.
