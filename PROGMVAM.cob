       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMVAM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: TRANSFERENCIA DE TURMA E TRANCAMENTO DE MATRICULA
      **    NO MEIO DO ANO LETIVO, NO LUGAR DA TROCA CRUA DE
      **    MAT-TURMA NO CADASTRO. UM USUARIO AUTENTICADO COM ALCADA
      **    (ADM OU SUPERVISOR, COMO NO PROGREMM) INFORMA A
      **    MATRICULA E A MOVIMENTACAO:
      **    - T TRANSFERENCIA: TURMA DE DESTINO (DO CADASTRO DE
      **      TURMAS), PRIMEIRO BIMESTRE CURSADO NA TURMA NOVA E
      **      DATA EFETIVA. A MATRICULA PASSA PARA A TURMA NOVA E A
      **      MOVIMENTACAO FICA NO MOVALUNO, DE ONDE O BOLETIM
      **      (PROGBOLE), O FECHAMENTO (PROGNOTB) E O RANKING
      **      (PROGRNKB) TIRAM A TURMA DE CADA BIMESTRE - AS NOTAS
      **      JA LANCADAS CONTINUAM VALENDO COM OS PESOS DA TURMA
      **      ONDE FORAM TIRADAS;
      **    - R TRANCAMENTO: DATA EFETIVA E MOTIVO. A MATRICULA E
      **      INATIVADA; O FATURAMENTO (PROGMENB) COBRA ATE O MES DA
      **      DATA EFETIVA; AS MENSALIDADES DE COMPETENCIA POSTERIOR
      **      JA EMITIDAS E AINDA EM ABERTO SEM PAGAMENTO SAO
      **      CANCELADAS NO CONTAREC (SITUACAO 'C'); AS JA PAGAS,
      **      MESMO EM PARTE, VAO PARA EXCECOES PARA DEVOLUCAO;
      **    - C CONSULTA AS MOVIMENTACOES DE UMA MATRICULA.
      **    TODA MOVIMENTACAO E RECUSA DE ACESSO VAI PARA A TRILHA
      **    DE AUDITORIA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMATSL.
           COPY CPYMVASL.
           COPY CPYCRCSL.
           COPY CPYMSDSL.
           SELECT TURMAS-FILE ASSIGN TO "TURMAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TURMAS-STATUS.
           COPY CPYUSUSL.
           COPY CPYAUDSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYMATFD.
       COPY CPYMVAFD.
       COPY CPYCRCFD.
       COPY CPYMSDFD.
       FD  TURMAS-FILE.
       01  TURMAS-REG.
           05  TUR-CODIGO         PIC X(10).
           05  TUR-DESCRICAO      PIC X(30).
           05  TUR-PROFESSOR      PIC X(20).
           05  TUR-MATERIA1       PIC X(10).
           05  TUR-PESO1          PIC 9(02).
           05  TUR-MATERIA2       PIC X(10).
           05  TUR-PESO2          PIC 9(02).
           05  TUR-MATERIA3       PIC X(10).
           05  TUR-PESO3          PIC 9(02).
           05  TUR-PESO-BIM1      PIC 9(02).
           05  TUR-PESO-BIM2      PIC 9(02).
           05  TUR-PESO-BIM3      PIC 9(02).
           05  TUR-PESO-BIM4      PIC 9(02).
       COPY CPYUSUFD.
       COPY CPYAUDFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MENSALID-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TURMAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-USUARIO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM                    VALUE 'S'.
       77  WRK-AUTENTICADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-AUTENTICADO              VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS         VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAREC-ABERTO          VALUE 'S'.
       77  WRK-MAT-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-MAT-ACHOU                VALUE 'S'.
       77  WRK-TURMAS-FIM-SW      PIC X(01) VALUE 'N'.
           88  WRK-TURMAS-FIM               VALUE 'S'.
       77  WRK-TUR-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-TUR-ACHOU                VALUE 'S'.
       77  WRK-DADOS-VALIDOS-SW   PIC X(01) VALUE 'S'.
           88  WRK-DADOS-VALIDOS            VALUE 'S'.
           88  WRK-DADOS-INVALIDOS          VALUE 'N'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-SUPERVISOR         PIC X(20) VALUE SPACES.
       77  WRK-NIVEL-SUPERVISOR   PIC 9(06) VALUE ZEROS.
       77  WRK-SENHA              PIC X(10) VALUE SPACES.
       77  WRK-MATRICULA-BUSCA    PIC 9(06) VALUE ZEROS.
       77  WRK-ULTIMO-BIMESTRE    PIC 9(01) VALUE ZEROS.
       77  WRK-ANOMES-EFETIVA     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TRANSFERENCIAS PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-TRANCAMENTOS   PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-CANCELADOS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PAGOS          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-MOVIMENTOS     PIC 9(03) VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-TURMA      PIC X(10) VALUE SPACES.
           05  WRK-INF-BIMESTRE   PIC 9(01) VALUE ZEROS.
           05  WRK-INF-DATA.
               10  WRK-INF-ANO    PIC 9(04) VALUE ZEROS.
               10  WRK-INF-MES    PIC 9(02) VALUE ZEROS.
               10  WRK-INF-DIA    PIC 9(02) VALUE ZEROS.
           05  WRK-INF-MOTIVO     PIC X(40) VALUE SPACES.
       COPY CPYMVATB.
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

           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.

           PERFORM 8600-AUTENTICAR-SUPERVISOR.
           IF NOT WRK-AUTENTICADO
               SET WRK-FIM TO TRUE
           ELSE
               OPEN I-O MATRALUN-FILE
               IF WRK-MATRALUN-STATUS NOT = '00'
                   MOVE 'PROGMVAM'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-MATRALUN-STATUS TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE MATRICULAS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   DISPLAY 'CADASTRO DE MATRICULAS INDISPONIVEL.'
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   PERFORM 7860-CARREGAR-TABELA-MOVTO
                   PERFORM 8700-ABRIR-MOVIMENTO

                   OPEN I-O CONTAREC-FILE
                   IF WRK-CONTAREC-STATUS = '00'
                       SET WRK-CONTAREC-ABERTO TO TRUE
                   END-IF

                   OPEN EXTEND EXCECOES-FILE
                   IF WRK-EXCECOES-STATUS = '05' OR '35'
                       CLOSE EXCECOES-FILE
                       OPEN OUTPUT EXCECOES-FILE
                   END-IF
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (T=TRANSFERIR R=TRANCAR C=CONSULTAR '
               'FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'T'
                   PERFORM 0210-TRANSFERIR-ALUNO
               WHEN 'R'
                   PERFORM 0220-TRANCAR-MATRICULA
               WHEN 'C'
                   PERFORM 0230-CONSULTAR-MOVIMENTOS
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** TRANSFERENCIA DE TURMA: SO MATRICULA ATIVA. A TURMA NOVA
      ** PRECISA EXISTIR NO CADASTRO DE TURMAS E SER DIFERENTE DA
      ** ATUAL; O BIMESTRE (1 A 4) NAO PODE SER ANTERIOR AO DE UMA
      ** TRANSFERENCIA JA FEITA NO ANO, PARA CADA BIMESTRE TER UMA
      ** SO TURMA.
      **************************************************************
       0210-TRANSFERIR-ALUNO.

           PERFORM 8400-BUSCAR-MATRICULA.

           EVALUATE TRUE
               WHEN NOT WRK-MAT-ACHOU
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               WHEN NOT MAT-ATIVA
                   DISPLAY 'SO MATRICULA ATIVA PODE SER TRANSFERIDA.'
               WHEN OTHER
                   DISPLAY 'ALUNO: ' MAT-NOME ' TURMA: ' MAT-TURMA
                       ' ANO: ' MAT-ANO-LETIVO
                   PERFORM 8200-ACEITAR-TRANSFERENCIA
                   PERFORM 8100-VALIDAR-TRANSFERENCIA
                   IF WRK-DADOS-VALIDOS
                       PERFORM 0215-GRAVAR-TRANSFERENCIA
                   END-IF
           END-EVALUATE.

       0215-GRAVAR-TRANSFERENCIA.

           MOVE SPACES              TO MOVALUNO-REG.
           MOVE MAT-MATRICULA       TO MVA-MATRICULA.
           MOVE MAT-ANO-LETIVO      TO MVA-ANO-LETIVO.
           SET MVA-TRANSFERENCIA    TO TRUE.
           MOVE MAT-TURMA           TO MVA-TURMA-ORIGEM.
           MOVE WRK-INF-TURMA       TO MVA-TURMA-DESTINO.
           MOVE WRK-INF-BIMESTRE    TO MVA-BIMESTRE.
           MOVE WRK-INF-DATA        TO MVA-DATA-EFETIVA.
           PERFORM 0250-GRAVAR-MOVIMENTO.

           MOVE WRK-INF-TURMA TO MAT-TURMA.
           REWRITE MATRALUN-REG
               INVALID KEY
                   DISPLAY 'FALHA AO REGRAVAR A MATRICULA.'
           END-REWRITE.

           MOVE SPACES TO AUD-RESULTADO.
           STRING 'TRANSFERENCIA ' DELIMITED BY SIZE
               MAT-MATRICULA DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 0260-AUDITAR-MOVIMENTO.

           ADD 1 TO WRK-QTD-TRANSFERENCIAS.
           DISPLAY 'ALUNO TRANSFERIDO PARA A TURMA ' MAT-TURMA
               ' A PARTIR DO ' WRK-INF-BIMESTRE 'O BIMESTRE.'.

      **************************************************************
      ** TRANCAMENTO: MATRICULA ATIVA OU PENDENTE FINANCEIRO, COM
      ** DATA EFETIVA E MOTIVO OBRIGATORIO. A MATRICULA E INATIVADA
      ** E AS MENSALIDADES POSTERIORES AO MES DA DATA EFETIVA SAO
      ** CANCELADAS.
      **************************************************************
       0220-TRANCAR-MATRICULA.

           PERFORM 8400-BUSCAR-MATRICULA.

           EVALUATE TRUE
               WHEN NOT WRK-MAT-ACHOU
                   DISPLAY 'MATRICULA NAO CADASTRADA.'
               WHEN MAT-INATIVA
                   DISPLAY 'MATRICULA JA INATIVA.'
               WHEN OTHER
                   DISPLAY 'ALUNO: ' MAT-NOME ' TURMA: ' MAT-TURMA
                       ' ANO: ' MAT-ANO-LETIVO
                   DISPLAY 'CPF DO RESPONSAVEL: ' MAT-CPF-RESPONSAVEL
                   PERFORM 8210-ACEITAR-TRANCAMENTO
                   PERFORM 8110-VALIDAR-TRANCAMENTO
                   IF WRK-DADOS-VALIDOS
                       PERFORM 0225-GRAVAR-TRANCAMENTO
                   END-IF
           END-EVALUATE.

       0225-GRAVAR-TRANCAMENTO.

           MOVE SPACES              TO MOVALUNO-REG.
           MOVE MAT-MATRICULA       TO MVA-MATRICULA.
           MOVE MAT-ANO-LETIVO      TO MVA-ANO-LETIVO.
           SET MVA-TRANCAMENTO      TO TRUE.
           MOVE MAT-TURMA           TO MVA-TURMA-ORIGEM.
           MOVE ZEROS               TO MVA-BIMESTRE.
           MOVE WRK-INF-DATA        TO MVA-DATA-EFETIVA.
           PERFORM 0250-GRAVAR-MOVIMENTO.

           SET MAT-INATIVA TO TRUE.
           REWRITE MATRALUN-REG
               INVALID KEY
                   DISPLAY 'FALHA AO REGRAVAR A MATRICULA.'
           END-REWRITE.

           MOVE SPACES TO AUD-RESULTADO.
           STRING 'TRANCAMENTO ' DELIMITED BY SIZE
               MAT-MATRICULA DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 0260-AUDITAR-MOVIMENTO.

           ADD 1 TO WRK-QTD-TRANCAMENTOS.
           DISPLAY 'MATRICULA TRANCADA - MENSALIDADE DEVIDA ATE '
               WRK-INF-MES '/' WRK-INF-ANO '.'.

           COMPUTE WRK-ANOMES-EFETIVA =
               WRK-INF-ANO * 100 + WRK-INF-MES.
           PERFORM 0240-CANCELAR-MENSALIDADES.

      **************************************************************
      ** CONSULTA DAS MOVIMENTACOES DE UMA MATRICULA, NA ORDEM EM
      ** QUE FORAM REGISTRADAS.
      **************************************************************
       0230-CONSULTAR-MOVIMENTOS.

           DISPLAY 'MATRICULA..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-MOVIMENTOS.

           CLOSE MOVALUNO-FILE.
           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT MOVALUNO-FILE.
           IF WRK-MOVALUNO-STATUS = '00'
               READ MOVALUNO-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 0235-EXIBIR-MOVIMENTO UNTIL WRK-AUX-FIM
               CLOSE MOVALUNO-FILE
           END-IF.
           PERFORM 8700-ABRIR-MOVIMENTO.

           IF WRK-QTD-MOVIMENTOS = ZEROS
               DISPLAY 'NENHUMA MOVIMENTACAO PARA A MATRICULA.'
           END-IF.

       0235-EXIBIR-MOVIMENTO.

           IF MVA-MATRICULA = WRK-MATRICULA-BUSCA
               ADD 1 TO WRK-QTD-MOVIMENTOS
               IF MVA-TRANSFERENCIA
                   DISPLAY MVA-EFE-DIA '/' MVA-EFE-MES '/'
                       MVA-EFE-ANO ' TRANSFERENCIA DE '
                       MVA-TURMA-ORIGEM ' PARA ' MVA-TURMA-DESTINO
                       ' NO ' MVA-BIMESTRE 'O BIMESTRE'
               ELSE
                   DISPLAY MVA-EFE-DIA '/' MVA-EFE-MES '/'
                       MVA-EFE-ANO ' TRANCAMENTO NA TURMA '
                       MVA-TURMA-ORIGEM
               END-IF
               DISPLAY '    POR ' MVA-USUARIO ' - ' MVA-MOTIVO
           END-IF.
           READ MOVALUNO-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CANCELAMENTO DAS MENSALIDADES JA EMITIDAS PARA COMPETENCIA
      ** POSTERIOR AO MES DO TRANCAMENTO: TITULO EM ABERTO SEM
      ** NENHUM PAGAMENTO PASSA A CANCELADO ('C'); TITULO COM
      ** PAGAMENTO VAI PARA EXCECOES (DEVOLUCAO AO RESPONSAVEL).
      ** BOLSA INTEGRAL (TITULO ZERO) NAO TEM O QUE CANCELAR.
      **************************************************************
       0240-CANCELAR-MENSALIDADES.

           MOVE ZEROS TO WRK-QTD-CANCELADOS.
           MOVE ZEROS TO WRK-QTD-PAGOS.
           MOVE 'N'   TO WRK-AUX-FIM-SW.

           IF WRK-CONTAREC-ABERTO
               OPEN INPUT MENSALID-FILE
               IF WRK-MENSALID-STATUS = '00'
                   READ MENSALID-FILE
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0245-AVALIAR-MENSALIDADE
                       UNTIL WRK-AUX-FIM
                   CLOSE MENSALID-FILE
               END-IF
           END-IF.

           DISPLAY 'MENSALIDADES CANCELADAS: ' WRK-QTD-CANCELADOS
               '  JA PAGAS (VER EXCECOES): ' WRK-QTD-PAGOS.

       0245-AVALIAR-MENSALIDADE.

           IF MSD-MATRICULA = MAT-MATRICULA
               AND MSD-ANOMES > WRK-ANOMES-EFETIVA
               AND MSD-NUMERO > ZEROS
               MOVE MSD-NUMERO TO CRC-NUMERO
               MOVE 1          TO CRC-PARCELA
               READ CONTAREC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0247-CANCELAR-TITULO
               END-READ
           END-IF.
           READ MENSALID-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       0247-CANCELAR-TITULO.

           EVALUATE TRUE
               WHEN CRC-ABERTO AND CRC-VALOR-PAGO = ZEROS
                   SET CRC-CANCELADO TO TRUE
                   REWRITE CONTAREC-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1 TO WRK-QTD-CANCELADOS
               WHEN CRC-ABERTO OR CRC-PAGO
                   ADD 1 TO WRK-QTD-PAGOS
                   MOVE 'PROGMVAM'     TO EXC-PROGRAMA
                   MOVE MAT-MATRICULA  TO EXC-CHAVE
                   MOVE 'CRC-NUMERO'   TO EXC-CAMPO
                   MOVE CRC-NUMERO     TO EXC-VALOR
                   MOVE 'MENSALIDADE PAGA APOS O TRANCAMENTO'
                       TO EXC-MOTIVO
                   PERFORM 9100-GRAVAR-EXCECAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0250-GRAVAR-MOVIMENTO.

           MOVE WRK-SUPERVISOR TO MVA-USUARIO.
           ACCEPT MVA-DATA-REGISTRO FROM DATE YYYYMMDD.
           MOVE WRK-INF-MOTIVO TO MVA-MOTIVO.
           WRITE MOVALUNO-REG.

           IF WRK-TAB-MVA-QTD < 2000
               ADD 1 TO WRK-TAB-MVA-QTD
               MOVE MVA-MATRICULA
                   TO TAB-MVA-MATRICULA(WRK-TAB-MVA-QTD)
               MOVE MVA-ANO-LETIVO
                   TO TAB-MVA-ANO-LETIVO(WRK-TAB-MVA-QTD)
               MOVE MVA-TIPO      TO TAB-MVA-TIPO(WRK-TAB-MVA-QTD)
               MOVE MVA-TURMA-ORIGEM
                   TO TAB-MVA-ORIGEM(WRK-TAB-MVA-QTD)
               MOVE MVA-BIMESTRE
                   TO TAB-MVA-BIMESTRE(WRK-TAB-MVA-QTD)
               MOVE MVA-DATA-EFETIVA
                   TO TAB-MVA-DATA-EFETIVA(WRK-TAB-MVA-QTD)
           END-IF.

       0260-AUDITAR-MOVIMENTO.

           MOVE WRK-SUPERVISOR       TO AUD-USUARIO.
           MOVE WRK-NIVEL-SUPERVISOR TO AUD-NIVEL.
           PERFORM 9200-GRAVAR-AUDITORIA.

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               CLOSE MOVALUNO-FILE
               CLOSE MATRALUN-FILE
               IF WRK-CONTAREC-ABERTO
                   CLOSE CONTAREC-FILE
               END-IF
               CLOSE EXCECOES-FILE
           END-IF.
           CLOSE AUDITORIA-FILE.

           DISPLAY 'TRANSFERENCIAS: ' WRK-QTD-TRANSFERENCIAS
               '  TRANCAMENTOS: ' WRK-QTD-TRANCAMENTOS.

       8100-VALIDAR-TRANSFERENCIA.

           SET WRK-DADOS-VALIDOS TO TRUE.

           EVALUATE TRUE
               WHEN WRK-INF-TURMA = SPACES
                   DISPLAY 'TURMA DE DESTINO OBRIGATORIA.'
                   SET WRK-DADOS-INVALIDOS TO TRUE
               WHEN WRK-INF-TURMA = MAT-TURMA
                   DISPLAY 'TURMA DE DESTINO IGUAL A ATUAL.'
                   SET WRK-DADOS-INVALIDOS TO TRUE
               WHEN OTHER
                   PERFORM 8300-BUSCAR-TURMA
                   IF NOT WRK-TUR-ACHOU
                       DISPLAY 'TURMA DE DESTINO NAO CADASTRADA.'
                       SET WRK-DADOS-INVALIDOS TO TRUE
                   END-IF
           END-EVALUATE.

           IF WRK-INF-BIMESTRE < 1 OR WRK-INF-BIMESTRE > 4
               DISPLAY 'BIMESTRE DEVE SER DE 1 A 4.'
               SET WRK-DADOS-INVALIDOS TO TRUE
           ELSE
               PERFORM 8320-ULTIMO-BIMESTRE-TRANSF
               IF WRK-INF-BIMESTRE < WRK-ULTIMO-BIMESTRE
                   DISPLAY 'JA HA TRANSFERENCIA NO '
                       WRK-ULTIMO-BIMESTRE
                       'O BIMESTRE - INFORME ESTE OU POSTERIOR.'
                   SET WRK-DADOS-INVALIDOS TO TRUE
               END-IF
           END-IF.

           PERFORM 8150-VALIDAR-DATA-EFETIVA.

       8110-VALIDAR-TRANCAMENTO.

           SET WRK-DADOS-VALIDOS TO TRUE.

           IF WRK-INF-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO.'
               SET WRK-DADOS-INVALIDOS TO TRUE
           END-IF.

           PERFORM 8150-VALIDAR-DATA-EFETIVA.

      **************************************************************
      ** DATA EFETIVA: AAAAMMDD VALIDA (MES 1 A 12, DIA ATE O
      ** ULTIMO DO MES PELO PROGDATA).
      **************************************************************
       8150-VALIDAR-DATA-EFETIVA.

           IF WRK-INF-DATA IS NOT NUMERIC
               OR WRK-INF-ANO = ZEROS
               OR WRK-INF-MES < 1 OR WRK-INF-MES > 12
               OR WRK-INF-DIA < 1
               DISPLAY 'DATA EFETIVA INVALIDA.'
               SET WRK-DADOS-INVALIDOS TO TRUE
           ELSE
               MOVE 'UM'        TO DTS-FUNCAO
               MOVE WRK-INF-ANO TO DTS-DATA1-ANO
               MOVE WRK-INF-MES TO DTS-DATA1-MES
               MOVE 1           TO DTS-DATA1-DIA
               CALL 'PROGDATA' USING WRK-DTS-AREA
               IF WRK-INF-DIA > DTS-DIAS
                   DISPLAY 'DATA EFETIVA INVALIDA.'
                   SET WRK-DADOS-INVALIDOS TO TRUE
               END-IF
           END-IF.

       8200-ACEITAR-TRANSFERENCIA.

           MOVE SPACES TO WRK-INF-TURMA WRK-INF-MOTIVO.
           MOVE ZEROS  TO WRK-INF-BIMESTRE WRK-INF-DATA.
           DISPLAY 'TURMA DE DESTINO..'.
           ACCEPT WRK-INF-TURMA FROM CONSOLE.
           DISPLAY 'PRIMEIRO BIMESTRE NA TURMA NOVA (1-4)..'.
           ACCEPT WRK-INF-BIMESTRE FROM CONSOLE.
           DISPLAY 'DATA EFETIVA (AAAAMMDD)..'.
           ACCEPT WRK-INF-DATA FROM CONSOLE.
           DISPLAY 'MOTIVO..'.
           ACCEPT WRK-INF-MOTIVO FROM CONSOLE.

       8210-ACEITAR-TRANCAMENTO.

           MOVE SPACES TO WRK-INF-TURMA WRK-INF-MOTIVO.
           MOVE ZEROS  TO WRK-INF-BIMESTRE WRK-INF-DATA.
           DISPLAY 'DATA EFETIVA (AAAAMMDD)..'.
           ACCEPT WRK-INF-DATA FROM CONSOLE.
           DISPLAY 'MOTIVO DO TRANCAMENTO..'.
           ACCEPT WRK-INF-MOTIVO FROM CONSOLE.

      **************************************************************
      ** BUSCA DA TURMA NO CADASTRO DE TURMAS (SEQUENCIAL, LIDO A
      ** CADA CONSULTA, COMO NO PROGATBM).
      **************************************************************
       8300-BUSCAR-TURMA.

           MOVE 'N' TO WRK-TUR-ACHOU-SW.
           MOVE 'N' TO WRK-TURMAS-FIM-SW.

           OPEN INPUT TURMAS-FILE.
           IF WRK-TURMAS-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM 8310-LER-TURMA
                   UNTIL WRK-TURMAS-FIM OR WRK-TUR-ACHOU
               CLOSE TURMAS-FILE
           END-IF.

       8310-LER-TURMA.

           READ TURMAS-FILE
               AT END
                   SET WRK-TURMAS-FIM TO TRUE
               NOT AT END
                   IF TUR-CODIGO = WRK-INF-TURMA
                       SET WRK-TUR-ACHOU TO TRUE
                   END-IF
           END-READ.

       8320-ULTIMO-BIMESTRE-TRANSF.

           MOVE ZEROS TO WRK-ULTIMO-BIMESTRE.
           PERFORM 8330-CONFERIR-BIMESTRE-TRANSF
               VARYING WRK-MVA-SUB FROM 1 BY 1
               UNTIL WRK-MVA-SUB > WRK-TAB-MVA-QTD.

       8330-CONFERIR-BIMESTRE-TRANSF.

           IF TAB-MVA-MATRICULA(WRK-MVA-SUB) = MAT-MATRICULA
               AND TAB-MVA-ANO-LETIVO(WRK-MVA-SUB) = MAT-ANO-LETIVO
               AND TAB-MVA-TIPO(WRK-MVA-SUB) = 'T'
               AND TAB-MVA-BIMESTRE(WRK-MVA-SUB) > WRK-ULTIMO-BIMESTRE
               MOVE TAB-MVA-BIMESTRE(WRK-MVA-SUB)
                   TO WRK-ULTIMO-BIMESTRE
           END-IF.

       8400-BUSCAR-MATRICULA.

           MOVE 'N' TO WRK-MAT-ACHOU-SW.
           DISPLAY 'MATRICULA..'.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.

           MOVE WRK-MATRICULA-BUSCA TO MAT-MATRICULA.
           READ MATRALUN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-MAT-ACHOU TO TRUE
           END-READ.

      **************************************************************
      ** AUTENTICACAO DO SUPERVISOR: SENHA E ALCADA (ADM OU
      ** SUPERVISOR), COM AS RECUSAS NA TRILHA DE AUDITORIA, COMO
      ** NA LIBERACAO DE REMATRICULA (PROGREMM).
      **************************************************************
       8600-AUTENTICAR-SUPERVISOR.

           MOVE 'N' TO WRK-AUTENTICADO-SW.

           OPEN INPUT USUARIO-FILE.
           IF WRK-USUARIO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE USUARIOS INDISPONIVEL.'
           ELSE
               DISPLAY 'SUPERVISOR..'
               ACCEPT WRK-SUPERVISOR FROM CONSOLE
               DISPLAY 'SENHA..'
               ACCEPT WRK-SENHA FROM CONSOLE

               MOVE WRK-SUPERVISOR TO USU-USUARIO
               READ USUARIO-FILE
                   INVALID KEY
                       DISPLAY 'USUARIO NAO CADASTRADO.'
                       MOVE WRK-SUPERVISOR TO AUD-USUARIO
                       MOVE ZEROS          TO AUD-NIVEL
                       MOVE 'MOVTO ALUNO - USUARIO DESCONH.'
                           TO AUD-RESULTADO
                       PERFORM 9200-GRAVAR-AUDITORIA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN USU-BLOQUEADO = 'S'
                               DISPLAY 'USUARIO BLOQUEADO.'
                           WHEN WRK-SENHA NOT = USU-SENHA
                               DISPLAY 'SENHA INVALIDA.'
                               MOVE WRK-SUPERVISOR TO AUD-USUARIO
                               MOVE USU-NIVEL      TO AUD-NIVEL
                               MOVE 'MOVTO ALUNO - FALHA DE SENHA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN USU-NIVEL NOT = 01 AND NOT = 03
                               DISPLAY 'NIVEL SEM ALCADA PARA '
                                   'MOVIMENTAR MATRICULA.'
                               MOVE WRK-SUPERVISOR TO AUD-USUARIO
                               MOVE USU-NIVEL      TO AUD-NIVEL
                               MOVE 'MOVTO ALUNO - NIVEL SEM ALCADA'
                                   TO AUD-RESULTADO
                               PERFORM 9200-GRAVAR-AUDITORIA
                           WHEN OTHER
                               MOVE USU-NIVEL TO WRK-NIVEL-SUPERVISOR
                               SET WRK-AUTENTICADO TO TRUE
                       END-EVALUATE
               END-READ
               CLOSE USUARIO-FILE
           END-IF.

       8700-ABRIR-MOVIMENTO.

           OPEN EXTEND MOVALUNO-FILE.
           IF WRK-MOVALUNO-STATUS = '05' OR '35'
               CLOSE MOVALUNO-FILE
               OPEN OUTPUT MOVALUNO-FILE
           END-IF.

       COPY CPYMVAPR.
       COPY CPYEXCPR.
       COPY CPYAUDPR.
       COPY CPYABLPR.
