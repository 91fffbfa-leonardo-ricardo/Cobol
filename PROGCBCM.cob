       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBCM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DO CADASTRO DE CONTAS BANCARIAS DA
      **    EMPRESA (CONTABCO), NOS MOLDES DAS DEMAIS MANUTENCOES DE
      **    CADASTRO (PROGFORM). INCLUSAO, ALTERACAO, DESATIVACAO E
      **    CONSULTA PELO CONSOLE. CADA CONTA TRAZ O BANCO, A
      **    AGENCIA, O NUMERO DA CONTA, A CONTA DO RAZAO QUE A
      **    REPRESENTA (GRUPO 11XXX - DISPONIVEL) E A FINALIDADE
      **    (F FOLHA, C COBRANCA, P PAGAMENTOS, G GERAL), QUE DIZ
      **    QUAL CONTA CADA REMESSA E RETORNO MOVIMENTA (VER
      **    CPYCBCPR). CADA MUDANCA ACEITA E GRAVADA NO LOG DE
      **    ALTERACOES (CBCALTER).
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYCBCSL.
           SELECT CBCALTER-FILE ASSIGN TO "CBCALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CBCALTER-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYCBCFD.
       FD  CBCALTER-FILE.
       01  CBCALTER-REG.
           05  CBCALTER-DATA          PIC 9(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBCALTER-HORA          PIC 9(06).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBCALTER-OPERACAO      PIC X(01).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBCALTER-CODIGO        PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBCALTER-DESCRICAO     PIC X(30).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBCALTER-CONTA-RAZAO   PIC 9(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CBCALTER-FINALIDADE    PIC X(01).
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-CONTABCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CBCALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CONTABCO-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTABCO-ABERTO            VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-CODIGO-BUSCA       PIC 9(02) VALUE ZEROS.
       77  WRK-CBC-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-CBC-ACHOU                  VALUE 'S'.
       77  WRK-CADASTRO-VALIDO-SW PIC X(01) VALUE 'S'.
           88  WRK-CADASTRO-VALIDO          VALUE 'S'.
           88  WRK-CADASTRO-INVALIDO        VALUE 'N'.
       77  WRK-RAZAO-MINIMA       PIC 9(05) VALUE 11001.
       77  WRK-RAZAO-MAXIMA       PIC 9(05) VALUE 11999.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-BANCO      PIC 9(03) VALUE ZEROS.
           05  WRK-INF-AGENCIA    PIC 9(04) VALUE ZEROS.
           05  WRK-INF-CONTA      PIC 9(08) VALUE ZEROS.
           05  WRK-INF-CONTA-DV   PIC X(01) VALUE SPACES.
           05  WRK-INF-DESCRICAO  PIC X(30) VALUE SPACES.
           05  WRK-INF-CONTA-RAZAO PIC 9(05) VALUE ZEROS.
           05  WRK-INF-FINALIDADE PIC X(01) VALUE SPACES.
               88  WRK-INF-FINALIDADE-VALIDA  VALUE 'F' 'C' 'P' 'G'.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           OPEN I-O CONTABCO-FILE.
           IF WRK-CONTABCO-STATUS = '35'
               CLOSE CONTABCO-FILE
               OPEN OUTPUT CONTABCO-FILE
               CLOSE CONTABCO-FILE
               OPEN I-O CONTABCO-FILE
           END-IF.
           IF WRK-CONTABCO-STATUS NOT = '00'
               MOVE 'PROGCBCM'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-CONTABCO-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE CONTAS BANCARIAS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-CONTABCO-ABERTO TO TRUE
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN EXTEND CBCALTER-FILE.
           IF WRK-CBCALTER-STATUS = '05' OR '35'
               CLOSE CBCALTER-FILE
               OPEN OUTPUT CBCALTER-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR A=ALTERAR D=DESATIVAR '
               'C=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-CONTA
               WHEN 'A'
                   PERFORM 0220-ALTERAR-CONTA
               WHEN 'D'
                   PERFORM 0230-DESATIVAR-CONTA
               WHEN 'C'
                   PERFORM 0240-CONSULTAR-CONTA
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO: O CODIGO ZERO FICA RESERVADO PARA A CONTA
      ** PRINCIPAL ASSUMIDA QUANDO NAO HA CONTA CADASTRADA PARA A
      ** FINALIDADE (RAZAO 11001, VER CPYCBCPR).
      **************************************************************
       0210-INCLUIR-CONTA.

           DISPLAY 'CODIGO DA CONTA (01 A 99)..'.
           ACCEPT WRK-CODIGO-BUSCA FROM CONSOLE.
           PERFORM 8200-ACEITAR-DADOS.
           PERFORM 8100-VALIDAR-CADASTRO.

           IF WRK-CODIGO-BUSCA = ZEROS
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-CODIGO'         TO EXC-CAMPO
               MOVE WRK-CODIGO-BUSCA     TO EXC-VALOR
               MOVE 'CODIGO DA CONTA ZERADO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'CODIGO DA CONTA INVALIDO.'
           END-IF.

           IF WRK-CADASTRO-VALIDO
               MOVE WRK-CODIGO-BUSCA TO CBC-CODIGO
               PERFORM 8400-MOVER-DADOS
               SET CBC-ATIVA         TO TRUE
               WRITE CONTABCO-REG
                   INVALID KEY
                       DISPLAY 'CODIGO JA CADASTRADO - USE ALTERAR.'
                   NOT INVALID KEY
                       MOVE 'I' TO CBCALTER-OPERACAO
                       PERFORM 9200-GRAVAR-ALTERACAO
                       DISPLAY 'CONTA BANCARIA INCLUIDA.'
               END-WRITE
           END-IF.

       0220-ALTERAR-CONTA.

           PERFORM 8300-BUSCAR-CONTA.

           IF WRK-CBC-ACHOU
               DISPLAY 'DESCRICAO ATUAL ' CBC-DESCRICAO
               DISPLAY 'BANCO ' CBC-BANCO
                   ' AGENCIA ' CBC-AGENCIA
                   ' CONTA ' CBC-CONTA '-' CBC-CONTA-DV
               DISPLAY 'RAZAO ' CBC-CONTA-RAZAO
                   ' FINALIDADE ' CBC-FINALIDADE
               PERFORM 8200-ACEITAR-DADOS
               PERFORM 8100-VALIDAR-CADASTRO
               IF WRK-CADASTRO-VALIDO
                   PERFORM 8400-MOVER-DADOS
                   SET CBC-ATIVA TO TRUE
                   REWRITE CONTABCO-REG
                   MOVE 'A' TO CBCALTER-OPERACAO
                   PERFORM 9200-GRAVAR-ALTERACAO
                   DISPLAY 'CONTA BANCARIA ALTERADA.'
               END-IF
           END-IF.

      **************************************************************
      ** DESATIVACAO: O REGISTRO NAO E REMOVIDO (O MOVIMENTO
      ** BANCARIO ANTIGO CONTINUA APONTANDO PARA ELE); A CONTA SO
      ** DEIXA DE SER ESCOLHIDA PELAS REMESSAS E TRANSFERENCIAS.
      **************************************************************
       0230-DESATIVAR-CONTA.

           PERFORM 8300-BUSCAR-CONTA.

           IF WRK-CBC-ACHOU
               SET CBC-INATIVA TO TRUE
               REWRITE CONTABCO-REG
               MOVE 'D' TO CBCALTER-OPERACAO
               PERFORM 9200-GRAVAR-ALTERACAO
               DISPLAY 'CONTA BANCARIA DESATIVADA.'
           END-IF.

       0240-CONSULTAR-CONTA.

           PERFORM 8300-BUSCAR-CONTA.

           IF WRK-CBC-ACHOU
               DISPLAY 'DESCRICAO: ' CBC-DESCRICAO
               DISPLAY 'BANCO....: ' CBC-BANCO
               DISPLAY 'AGENCIA..: ' CBC-AGENCIA
               DISPLAY 'CONTA....: ' CBC-CONTA '-' CBC-CONTA-DV
               DISPLAY 'RAZAO....: ' CBC-CONTA-RAZAO
               EVALUATE TRUE
                   WHEN CBC-FOLHA
                       DISPLAY 'FINALID..: FOLHA'
                   WHEN CBC-COBRANCA
                       DISPLAY 'FINALID..: COBRANCA'
                   WHEN CBC-PAGAMENTOS
                       DISPLAY 'FINALID..: PAGAMENTOS'
                   WHEN OTHER
                       DISPLAY 'FINALID..: GERAL'
               END-EVALUATE
               DISPLAY 'SITUACAO.: ' CBC-SITUACAO
           END-IF.

       0300-FINALIZAR.

           IF WRK-CONTABCO-ABERTO
               CLOSE CONTABCO-FILE
           END-IF.
           CLOSE CBCALTER-FILE.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** VALIDACOES DA CONTA: DESCRICAO EM BRANCO, BANCO, AGENCIA
      ** OU CONTA ZERADOS, CONTA DO RAZAO FORA DO GRUPO DISPONIVEL
      ** (11001 A 11999) E FINALIDADE DIFERENTE DE F/C/P/G. CADA
      ** REJEICAO E DESVIADA PARA O RELATORIO COMPARTILHADO DE
      ** EXCECOES.
      **************************************************************
       8100-VALIDAR-CADASTRO.

           SET WRK-CADASTRO-VALIDO TO TRUE.

           IF WRK-INF-DESCRICAO = SPACES
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-DESCR'      TO EXC-CAMPO
               MOVE WRK-INF-DESCRICAO    TO EXC-VALOR
               MOVE 'DESCRICAO DA CONTA EM BRANCO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'DESCRICAO INFORMADA E INVALIDA.'
           END-IF.

           IF WRK-INF-BANCO = ZEROS
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-BANCO'      TO EXC-CAMPO
               MOVE WRK-INF-BANCO        TO EXC-VALOR
               MOVE 'CODIGO DO BANCO ZERADO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'BANCO INFORMADO E INVALIDO.'
           END-IF.

           IF WRK-INF-AGENCIA = ZEROS
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-AGENCIA'    TO EXC-CAMPO
               MOVE WRK-INF-AGENCIA      TO EXC-VALOR
               MOVE 'AGENCIA ZERADA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'AGENCIA INFORMADA E INVALIDA.'
           END-IF.

           IF WRK-INF-CONTA = ZEROS
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-CONTA'      TO EXC-CAMPO
               MOVE WRK-INF-CONTA        TO EXC-VALOR
               MOVE 'NUMERO DA CONTA ZERADO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'CONTA INFORMADA E INVALIDA.'
           END-IF.

           IF WRK-INF-CONTA-RAZAO < WRK-RAZAO-MINIMA
               OR WRK-INF-CONTA-RAZAO > WRK-RAZAO-MAXIMA
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-RAZAO'      TO EXC-CAMPO
               MOVE WRK-INF-CONTA-RAZAO  TO EXC-VALOR
               MOVE 'CONTA DO RAZAO FORA DO DISPONIVEL' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'CONTA DO RAZAO INVALIDA.'
           END-IF.

           IF NOT WRK-INF-FINALIDADE-VALIDA
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-FINALID'    TO EXC-CAMPO
               MOVE WRK-INF-FINALIDADE   TO EXC-VALOR
               MOVE 'FINALIDADE DA CONTA INVALIDA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'FINALIDADE INFORMADA E INVALIDA.'
           END-IF.

       8110-GRAVAR-EXCECAO-CADASTRO.

           MOVE 'PROGCBCM'       TO EXC-PROGRAMA.
           MOVE WRK-CODIGO-BUSCA TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

       8200-ACEITAR-DADOS.

           DISPLAY 'DESCRICAO DA CONTA..'.
           ACCEPT WRK-INF-DESCRICAO FROM CONSOLE.
           DISPLAY 'CODIGO DO BANCO..'.
           ACCEPT WRK-INF-BANCO FROM CONSOLE.
           DISPLAY 'AGENCIA (SEM DIGITO)..'.
           ACCEPT WRK-INF-AGENCIA FROM CONSOLE.
           DISPLAY 'NUMERO DA CONTA (SEM DIGITO)..'.
           ACCEPT WRK-INF-CONTA FROM CONSOLE.
           DISPLAY 'DIGITO DA CONTA..'.
           ACCEPT WRK-INF-CONTA-DV FROM CONSOLE.
           DISPLAY 'CONTA DO RAZAO (11001=BANCOS)..'.
           ACCEPT WRK-INF-CONTA-RAZAO FROM CONSOLE.
           DISPLAY 'FINALIDADE (F=FOLHA C=COBRANCA P=PAGAMENTOS '
               'G=GERAL)..'.
           ACCEPT WRK-INF-FINALIDADE FROM CONSOLE.

       8300-BUSCAR-CONTA.

           MOVE 'N' TO WRK-CBC-ACHOU-SW.
           DISPLAY 'CODIGO DA CONTA..'.
           ACCEPT WRK-CODIGO-BUSCA FROM CONSOLE.
           MOVE WRK-CODIGO-BUSCA TO CBC-CODIGO.

           READ CONTABCO-FILE
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA NO CADASTRO.'
               NOT INVALID KEY
                   SET WRK-CBC-ACHOU TO TRUE
           END-READ.

       8400-MOVER-DADOS.

           MOVE WRK-INF-BANCO       TO CBC-BANCO.
           MOVE WRK-INF-AGENCIA     TO CBC-AGENCIA.
           MOVE WRK-INF-CONTA       TO CBC-CONTA.
           MOVE WRK-INF-CONTA-DV    TO CBC-CONTA-DV.
           MOVE WRK-INF-DESCRICAO   TO CBC-DESCRICAO.
           MOVE WRK-INF-CONTA-RAZAO TO CBC-CONTA-RAZAO.
           MOVE WRK-INF-FINALIDADE  TO CBC-FINALIDADE.

      **************************************************************
      ** LOG DE ALTERACAO DO CADASTRO DE CONTAS BANCARIAS - GRAVADO
      ** A CADA INCLUSAO, ALTERACAO OU DESATIVACAO ACEITA, NOS
      ** MOLDES DO FORALTER DO CADASTRO DE FORNECEDORES (PROGFORM).
      **************************************************************
       9200-GRAVAR-ALTERACAO.

           MOVE WRK-CODIGO-BUSCA TO CBCALTER-CODIGO.
           MOVE CBC-DESCRICAO    TO CBCALTER-DESCRICAO.
           MOVE CBC-CONTA-RAZAO  TO CBCALTER-CONTA-RAZAO.
           MOVE CBC-FINALIDADE   TO CBCALTER-FINALIDADE.
           ACCEPT CBCALTER-DATA FROM DATE YYYYMMDD.
           ACCEPT CBCALTER-HORA FROM TIME.
           WRITE CBCALTER-REG.

       COPY CPYEXCPR.
       COPY CPYABLPR.
