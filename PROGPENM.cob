       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPENM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DO CADASTRO DE PENSOES ALIMENTICIAS
      **    JUDICIAIS (PENSAO), NOS MOLDES DAS DEMAIS MANUTENCOES DE
      **    CADASTRO (PROGDEPM/PROGEMLM). INCLUSAO, ALTERACAO,
      **    ENCERRAMENTO E CONSULTA DE ORDEM JUDICIAL PELO CONSOLE,
      **    COM A MATRICULA VALIDADA CONTRA O CADASTRO DE EMPREGADOS
      **    (EMPREGAD) E O BENEFICIARIO VINCULADO A UM DEPENDENTE DO
      **    EMPREGADO (DEPENDEN), DE ONDE VEM O NOME. CADA MUDANCA
      **    ACEITA E GRAVADA NO LOG DE ALTERACOES (PENALTER). A
      **    FOLHA (PROGTEPB) DESCONTA A PENSAO NO CONTRACHEQUE E
      **    DEPOSITA O VALOR NA CONTA DO BENEFICIARIO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPENSL.
           COPY CPYEMPSL.
           COPY CPYDPDSL.
           SELECT PENALTER-FILE ASSIGN TO "PENALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENALTER-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYPENFD.
       COPY CPYEMPFD.
       COPY CPYDPDFD.
       FD  PENALTER-FILE.
       01  PENALTER-REG.
           05  PENALTER-DATA          PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  PENALTER-HORA          PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  PENALTER-OPERACAO      PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  PENALTER-MATRICULA     PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  PENALTER-PROCESSO      PIC X(20).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  PENALTER-BASE          PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  PENALTER-PERCENTUAL    PIC 9(03)V99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  PENALTER-QTD-SAL-MIN   PIC 9(02)V99.
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-PENSAO-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-DEPENDEN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PENALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-PENSAO-ABERTO-SW   PIC X(01) VALUE 'N'.
           88  WRK-PENSAO-ABERTO              VALUE 'S'.
       77  WRK-DEPENDEN-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-DEPENDEN-ABERTO            VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-MATRICULA-BUSCA    PIC 9(05) VALUE ZEROS.
       77  WRK-EMP-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-EMP-ACHOU                  VALUE 'S'.
       77  WRK-PEN-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-PEN-ACHOU                  VALUE 'S'.
       77  WRK-CADASTRO-VALIDO-SW PIC X(01) VALUE 'S'.
           88  WRK-CADASTRO-VALIDO          VALUE 'S'.
           88  WRK-CADASTRO-INVALIDO        VALUE 'N'.
       77  WRK-VALOR-ED           PIC ZZ9,99 VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-PROCESSO   PIC X(20) VALUE SPACES.
           05  WRK-INF-SEQUENCIA  PIC 9(02) VALUE ZEROS.
           05  WRK-INF-BENEFICIARIO PIC X(30) VALUE SPACES.
           05  WRK-INF-BASE       PIC X(01) VALUE SPACE.
           05  WRK-INF-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
           05  WRK-INF-QTD-SAL-MIN PIC 9(02)V99 VALUE ZEROS.
           05  WRK-INF-BANCO      PIC 9(03) VALUE ZEROS.
           05  WRK-INF-AGENCIA    PIC 9(04) VALUE ZEROS.
           05  WRK-INF-CONTA      PIC 9(08) VALUE ZEROS.
           05  WRK-INF-CONTA-DV   PIC X(01) VALUE SPACE.
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
               MOVE 'PROGPENM'            TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'    TO ABL-PARAGRAFO
               MOVE WRK-EMPREGADOS-STATUS TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE EMPREGADOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           END-IF.

           IF NOT WRK-FIM
               OPEN INPUT DEPENDEN-FILE
               IF WRK-DEPENDEN-STATUS = '00'
                   SET WRK-DEPENDEN-ABERTO TO TRUE
               END-IF

               OPEN I-O PENSAO-FILE
               IF WRK-PENSAO-STATUS = '35'
                   CLOSE PENSAO-FILE
                   OPEN OUTPUT PENSAO-FILE
                   CLOSE PENSAO-FILE
                   OPEN I-O PENSAO-FILE
               END-IF
               IF WRK-PENSAO-STATUS NOT = '00'
                   MOVE 'PROGPENM'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-PENSAO-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE PENSOES'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-PENSAO-ABERTO TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN EXTEND PENALTER-FILE.
           IF WRK-PENALTER-STATUS = '05' OR '35'
               CLOSE PENALTER-FILE
               OPEN OUTPUT PENALTER-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR E=ENCERRAR '
               'C=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-PENSAO
               WHEN 'A'
                   PERFORM 0220-ALTERAR-PENSAO
               WHEN 'E'
                   PERFORM 0230-ENCERRAR-PENSAO
               WHEN 'C'
                   PERFORM 0240-CONSULTAR-PENSAO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO: A MATRICULA E VALIDADA CONTRA O CADASTRO DE
      ** EMPREGADOS E SO PODE HAVER UMA ORDEM ATIVA POR EMPREGADO.
      ** ORDEM ENCERRADA DA MESMA MATRICULA E SUBSTITUIDA PELA NOVA.
      **************************************************************
       0210-INCLUIR-PENSAO.

           PERFORM 8300-BUSCAR-EMPREGADO.

           IF WRK-EMP-ACHOU
               MOVE 'N' TO WRK-PEN-ACHOU-SW
               MOVE WRK-MATRICULA-BUSCA TO PEN-MATRICULA
               READ PENSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-PEN-ACHOU TO TRUE
               END-READ
               IF WRK-PEN-ACHOU AND PEN-ATIVA
                   DISPLAY 'EMPREGADO JA TEM ORDEM DE PENSAO ATIVA '
                       '- ALTERE OU ENCERRE A ORDEM EXISTENTE.'
               ELSE
                   PERFORM 8200-ACEITAR-DADOS
                   PERFORM 8100-VALIDAR-CADASTRO
                   IF WRK-CADASTRO-VALIDO
                       PERFORM 8500-MOVER-DADOS
                       MOVE 'A' TO PEN-SITUACAO
                       IF WRK-PEN-ACHOU
                           REWRITE PENSAO-REG
                       ELSE
                           WRITE PENSAO-REG
                       END-IF
                       MOVE 'I' TO PENALTER-OPERACAO
                       PERFORM 9200-GRAVAR-ALTERACAO
                       DISPLAY 'ORDEM DE PENSAO INCLUIDA.'
                   END-IF
               END-IF
           END-IF.

       0220-ALTERAR-PENSAO.

           PERFORM 8400-BUSCAR-PENSAO.

           IF WRK-PEN-ACHOU
               PERFORM 8600-EXIBIR-PENSAO
               PERFORM 8200-ACEITAR-DADOS
               PERFORM 8100-VALIDAR-CADASTRO
               IF WRK-CADASTRO-VALIDO
                   PERFORM 8500-MOVER-DADOS
                   MOVE 'A' TO PEN-SITUACAO
                   REWRITE PENSAO-REG
                   MOVE 'A' TO PENALTER-OPERACAO
                   PERFORM 9200-GRAVAR-ALTERACAO
                   DISPLAY 'ORDEM DE PENSAO ALTERADA.'
               END-IF
           END-IF.

      **************************************************************
      ** ENCERRAMENTO: A ORDEM FICA NO CADASTRO COMO ENCERRADA (A
      ** FOLHA PARA DE DESCONTAR) E O ENCERRAMENTO FICA NO LOG DE
      ** ALTERACOES COM O PROCESSO E A BASE DA ORDEM.
      **************************************************************
       0230-ENCERRAR-PENSAO.

           PERFORM 8400-BUSCAR-PENSAO.

           IF WRK-PEN-ACHOU
               IF PEN-ENCERRADA
                   DISPLAY 'ORDEM DE PENSAO JA ENCERRADA.'
               ELSE
                   MOVE 'E' TO PEN-SITUACAO
                   REWRITE PENSAO-REG
                   MOVE 'E' TO PENALTER-OPERACAO
                   PERFORM 9200-GRAVAR-ALTERACAO
                   DISPLAY 'ORDEM DE PENSAO ENCERRADA.'
               END-IF
           END-IF.

       0240-CONSULTAR-PENSAO.

           PERFORM 8400-BUSCAR-PENSAO.

           IF WRK-PEN-ACHOU
               PERFORM 8600-EXIBIR-PENSAO
           END-IF.

       0300-FINALIZAR.

           IF WRK-PENSAO-ABERTO
               CLOSE PENSAO-FILE
           END-IF.
           IF WRK-DEPENDEN-ABERTO
               CLOSE DEPENDEN-FILE
           END-IF.
           CLOSE EMPREGADOS-FILE.
           CLOSE PENALTER-FILE.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** VALIDACOES DA ORDEM: PROCESSO EM BRANCO, DEPENDENTE NAO
      ** CADASTRADO PARA A MATRICULA, BASE FORA DE L/S, PERCENTUAL
      ** ZERADO OU ACIMA DE 100, QUANTIDADE DE SALARIOS MINIMOS
      ** ZERADA E DADOS BANCARIOS DO BENEFICIARIO INCOMPLETOS. CADA
      ** REJEICAO E DESVIADA PARA O RELATORIO COMPARTILHADO DE
      ** EXCECOES.
      **************************************************************
       8100-VALIDAR-CADASTRO.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           IF WRK-INF-PROCESSO = SPACES
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-PROCESSO'   TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'NUMERO DO PROCESSO EM BRANCO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'NUMERO DO PROCESSO NAO PODE FICAR EM BRANCO.'
           END-IF.

           PERFORM 8120-BUSCAR-DEPENDENTE.

           EVALUATE WRK-INF-BASE
               WHEN 'L'
                   IF WRK-INF-PERCENTUAL = ZEROS
                       OR WRK-INF-PERCENTUAL > 100
                       SET WRK-CADASTRO-INVALIDO TO TRUE
                       MOVE 'WRK-INF-PERCENTUAL' TO EXC-CAMPO
                       MOVE WRK-INF-PERCENTUAL   TO WRK-VALOR-ED
                       MOVE WRK-VALOR-ED         TO EXC-VALOR
                       MOVE 'PERCENTUAL DA PENSAO INVALIDO'
                           TO EXC-MOTIVO
                       PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                       DISPLAY 'PERCENTUAL DEVE SER DE 0,01 A 100.'
                   END-IF
               WHEN 'S'
                   IF WRK-INF-QTD-SAL-MIN = ZEROS
                       SET WRK-CADASTRO-INVALIDO TO TRUE
                       MOVE 'WRK-INF-QTD-SAL-MIN' TO EXC-CAMPO
                       MOVE WRK-INF-QTD-SAL-MIN  TO WRK-VALOR-ED
                       MOVE WRK-VALOR-ED         TO EXC-VALOR
                       MOVE 'QUANTIDADE DE SALARIOS MINIMOS ZERADA'
                           TO EXC-MOTIVO
                       PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                       DISPLAY 'QUANTIDADE DE SALARIOS MINIMOS '
                           'INVALIDA.'
                   END-IF
               WHEN OTHER
                   SET WRK-CADASTRO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-BASE'       TO EXC-CAMPO
                   MOVE WRK-INF-BASE         TO EXC-VALOR
                   MOVE 'BASE DE CALCULO INVALIDA (L/S)' TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
                   DISPLAY 'BASE DE CALCULO INVALIDA (L/S).'
           END-EVALUATE.

           IF WRK-INF-BANCO = ZEROS OR WRK-INF-AGENCIA = ZEROS
               OR WRK-INF-CONTA = ZEROS
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-CONTA'      TO EXC-CAMPO
               MOVE WRK-INF-CONTA        TO EXC-VALOR
               MOVE 'DADOS BANCARIOS DO BENEFICIARIO INCOMPLETOS'
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'BANCO, AGENCIA E CONTA SAO OBRIGATORIOS.'
           END-IF.

       8110-GRAVAR-EXCECAO-CADASTRO.

           MOVE 'PROGPENM'          TO EXC-PROGRAMA.
           MOVE WRK-MATRICULA-BUSCA TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

      **************************************************************
      ** O BENEFICIARIO E UM DEPENDENTE DO EMPREGADO (MATRICULA MAIS
      ** SEQUENCIA NO DEPENDEN), DE ONDE VEM O NOME QUE SAI NA
      ** REMESSA BANCARIA.
      **************************************************************
       8120-BUSCAR-DEPENDENTE.

           MOVE SPACES TO WRK-INF-BENEFICIARIO.

           IF WRK-DEPENDEN-ABERTO
               MOVE WRK-MATRICULA-BUSCA TO DPD-MATRICULA
               MOVE WRK-INF-SEQUENCIA   TO DPD-SEQUENCIA
               READ DEPENDEN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DPD-NOME TO WRK-INF-BENEFICIARIO
               END-READ
           END-IF.

           IF WRK-INF-BENEFICIARIO = SPACES
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-SEQUENCIA'  TO EXC-CAMPO
               MOVE WRK-INF-SEQUENCIA    TO EXC-VALOR
               MOVE 'DEPENDENTE BENEFICIARIO NAO CADASTRADO'
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'DEPENDENTE NAO CADASTRADO PARA A MATRICULA.'
           ELSE
               DISPLAY 'BENEFICIARIO: ' WRK-INF-BENEFICIARIO
           END-IF.

       8200-ACEITAR-DADOS.

           DISPLAY 'NUMERO DO PROCESSO JUDICIAL..'.
           ACCEPT WRK-INF-PROCESSO FROM CONSOLE.
           DISPLAY 'SEQUENCIA DO DEPENDENTE BENEFICIARIO..'.
           ACCEPT WRK-INF-SEQUENCIA FROM CONSOLE.
           DISPLAY 'BASE (L=PERCENTUAL DO LIQUIDO S=SALARIOS '
               'MINIMOS)..'.
           ACCEPT WRK-INF-BASE FROM CONSOLE.
           MOVE ZEROS TO WRK-INF-PERCENTUAL.
           MOVE ZEROS TO WRK-INF-QTD-SAL-MIN.
           IF WRK-INF-BASE = 'L'
               DISPLAY 'PERCENTUAL DO LIQUIDO..'
               ACCEPT WRK-INF-PERCENTUAL FROM CONSOLE
           ELSE
               DISPLAY 'QUANTIDADE DE SALARIOS MINIMOS..'
               ACCEPT WRK-INF-QTD-SAL-MIN FROM CONSOLE
           END-IF.
           DISPLAY 'BANCO DO BENEFICIARIO..'.
           ACCEPT WRK-INF-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA..'.
           ACCEPT WRK-INF-AGENCIA FROM CONSOLE.
           DISPLAY 'CONTA..'.
           ACCEPT WRK-INF-CONTA FROM CONSOLE.
           DISPLAY 'DIGITO DA CONTA..'.
           ACCEPT WRK-INF-CONTA-DV FROM CONSOLE.

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

       8400-BUSCAR-PENSAO.

           MOVE 'N' TO WRK-PEN-ACHOU-SW.
           DISPLAY 'MATRICULA DO EMPREGADO..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           MOVE WRK-MATRICULA-BUSCA TO PEN-MATRICULA.

           READ PENSAO-FILE
               INVALID KEY
                   DISPLAY 'EMPREGADO SEM ORDEM DE PENSAO.'
               NOT INVALID KEY
                   SET WRK-PEN-ACHOU TO TRUE
           END-READ.

       8500-MOVER-DADOS.

           MOVE WRK-MATRICULA-BUSCA  TO PEN-MATRICULA.
           MOVE WRK-INF-PROCESSO     TO PEN-PROCESSO.
           MOVE WRK-INF-SEQUENCIA    TO PEN-DPD-SEQUENCIA.
           MOVE WRK-INF-BENEFICIARIO TO PEN-BENEFICIARIO.
           MOVE WRK-INF-BASE         TO PEN-BASE.
           MOVE WRK-INF-PERCENTUAL   TO PEN-PERCENTUAL.
           MOVE WRK-INF-QTD-SAL-MIN  TO PEN-QTD-SAL-MINIMO.
           MOVE WRK-INF-BANCO        TO PEN-BANCO.
           MOVE WRK-INF-AGENCIA      TO PEN-AGENCIA.
           MOVE WRK-INF-CONTA        TO PEN-CONTA.
           MOVE WRK-INF-CONTA-DV     TO PEN-CONTA-DV.

       8600-EXIBIR-PENSAO.

           DISPLAY 'PROCESSO....: ' PEN-PROCESSO.
           DISPLAY 'BENEFICIARIO: ' PEN-DPD-SEQUENCIA ' - '
               PEN-BENEFICIARIO.
           IF PEN-BASE-LIQUIDO
               DISPLAY 'BASE........: ' PEN-PERCENTUAL
                   '% DO LIQUIDO'
           ELSE
               DISPLAY 'BASE........: ' PEN-QTD-SAL-MINIMO
                   ' SALARIO(S) MINIMO(S)'
           END-IF.
           DISPLAY 'DEPOSITO....: ' PEN-BANCO ' ' PEN-AGENCIA ' '
               PEN-CONTA '-' PEN-CONTA-DV.
           DISPLAY 'SITUACAO....: ' PEN-SITUACAO.

      **************************************************************
      ** LOG DE ALTERACAO DO CADASTRO DE PENSOES - GRAVADO A CADA
      ** INCLUSAO, ALTERACAO OU ENCERRAMENTO ACEITO, NOS MOLDES DO
      ** EMPALTER DO CADASTRO DE EMPREGADOS (PROGEMPM).
      **************************************************************
       9200-GRAVAR-ALTERACAO.

           MOVE PEN-MATRICULA      TO PENALTER-MATRICULA.
           MOVE PEN-PROCESSO       TO PENALTER-PROCESSO.
           MOVE PEN-BASE           TO PENALTER-BASE.
           MOVE PEN-PERCENTUAL     TO PENALTER-PERCENTUAL.
           MOVE PEN-QTD-SAL-MINIMO TO PENALTER-QTD-SAL-MIN.
           ACCEPT PENALTER-DATA FROM DATE YYYYMMDD.
           ACCEPT PENALTER-HORA FROM TIME.
           WRITE PENALTER-REG.

       COPY CPYEXCPR.
       COPY CPYABLPR.
