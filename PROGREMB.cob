      **               NAO PROMOVE O APROVADO UMA SEGUNDA SERIE NEM
      **               DUPLICA A FOTO DO MATRHIST, NOS MOLDES DOS
      **               DEMAIS CONTROLES DE APLICACAO DA SUITE.
      **  15/10/2026 LR - A FOTO DO MATRHIST PASSA A LEVAR A MEDIA DO
      **               ANO, A MEDIA DE CADA MATERIA E AS AULAS DADAS
      **               E PRESENCAS, VINDAS DO RESULANO, PARA O
      **               HISTORICO ESCOLAR (PROGHISB) NAO DEPENDER DE
      **               NOTAS E FREQUENCIA DE ANOS JA EXPURGADOS.
      **  15/10/2026 LR - BLOQUEIO FINANCEIRO: ALUNO ATIVO CUJO
      **               RESPONSAVEL TEM MENSALIDADE (MENSALID) ABERTA
      **               NO CONTAREC VENCIDA HA MAIS DOS DIAS DA REMACFG,
      **               SOMANDO MAIS QUE O VALOR MINIMO DELA, NAO E
      **               RENOVADO: FICA 'F' (PENDENTE FINANCEIRO), SEM
      **               FOTO NO MATRHIST E NO ANO QUE FECHA, E A FAMILIA
      **               SAI NA LISTA DA COBRANCA (REMPEND) COM OS
      **               TITULOS E O VALOR DEVIDO. QUITADO OU RENEGOCIADO
      **               O DEBITO, OU LIBERADO POR SUPERVISOR NO PROGREMM
      **               (REMALIB, COM AUDITORIA), UMA RODADA SEGUINTE
      **               CONCLUI A REMATRICULA.
      **  15/10/2026 LR - O CPF DO RESPONSAVEL NO REMPEND SAI MASCARADO
      **               CONFORME O OPERADOR DO LOTE (PROGMASC).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REMATREL-FILE ASSIGN TO "REMATREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMATREL-STATUS.
           COPY CPYCRCSL.
           COPY CPYMSDSL.
           SELECT REMACFG-FILE ASSIGN TO "REMACFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMACFG-STATUS.
           COPY CPYRLBSL.
           SELECT REMPEND-FILE ASSIGN TO "REMPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMPEND-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
           05  RSA-MATRICULA      PIC 9(06).
           05  RSA-MEDIA-ANO      PIC 9(02)V9.
           05  RSA-SITUACAO       PIC X(20).
           05  RSA-MEDIA-MATERIA  OCCURS 3 TIMES PIC 9(02)V9.
           05  RSA-AULAS-DADAS    PIC 9(03).
           05  RSA-AULAS-PRESENTE PIC 9(03).

       FD  PROMOTAB-FILE.
       01  PROMOTAB-REG.
           05  MHS-NOME           PIC X(20).
           05  MHS-SITUACAO       PIC X(01).
           05  MHS-RESULTADO      PIC X(20).
           05  MHS-MEDIA-ANO      PIC 9(02)V9.
           05  MHS-MEDIA-MATERIA  OCCURS 3 TIMES PIC 9(02)V9.
           05  MHS-AULAS-DADAS    PIC 9(03).
           05  MHS-AULAS-PRESENTE PIC 9(03).

       FD  REMATREL-FILE.
       01  REMATREL-LINHA         PIC X(90).
       COPY CPYCRCFD.
       COPY CPYMSDFD.

       FD  REMACFG-FILE.
       01  REMACFG-REG.
           05  RCF-DIAS-ATRASO    PIC 9(03).
           05  RCF-VALOR-MINIMO   PIC 9(07)V99.
       COPY CPYRLBFD.

       FD  REMPEND-FILE.
       01  REMPEND-LINHA          PIC X(90).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       77  WRK-PROMOTAB-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MATRHIST-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REMATREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MENSALID-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REMACFG-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-REMALIB-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-REMPEND-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
       77  WRK-QTD-SAIRAM         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-SEM-RESULTADO  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-JA-RENOVADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LIBERADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-RSA-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-RSA-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-RSA-ACHOU                VALUE 'S'.
       77  WRK-RESULTADO-ALUNO    PIC X(20) VALUE SPACES.
       77  WRK-MEDIA-ANO-ALUNO    PIC 9(02)V9 VALUE ZEROS.
       01  WRK-NOTAS-FREQ-ALUNO.
           05  WRK-NFA-MEDIA-MATERIA OCCURS 3 TIMES PIC 9(02)V9.
           05  WRK-NFA-AULAS-DADAS    PIC 9(03).
           05  WRK-NFA-AULAS-PRESENTE PIC 9(03).
       01  WRK-TAB-RESULTADOS.
           05  TAB-RSA OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-RSA-QTD
                   INDEXED BY RSA-IDX.
               10  TAB-RSA-MATRICULA  PIC 9(06).
               10  TAB-RSA-SITUACAO   PIC X(20).
               10  TAB-RSA-MEDIA-ANO  PIC 9(02)V9.
               10  TAB-RSA-NOTAS-FREQ PIC X(15).
       77  WRK-TAB-PRM-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-PRM-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-PRM-ACHOU                VALUE 'S'.
           05  WRK-LR-TURMA-NOVA  PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-DECISAO     PIC X(14).
      *    BLOQUEIO FINANCEIRO: DIAS DE ATRASO E VALOR MINIMO DA
      *    REMACFG (PADRAO 30 DIAS E QUALQUER VALOR), DEBITO VENCIDO
      *    POR CPF DO RESPONSAVEL, LIBERACOES DE SUPERVISOR E
      *    ALUNOS RETIDOS PARA A LISTA DA COBRANCA
       77  WRK-DIAS-TOLERANCIA    PIC 9(03) VALUE 30.
       77  WRK-VALOR-MINIMO       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CPF-TITULO         PIC 9(11) VALUE ZEROS.
       77  WRK-BLOQUEIO-SW        PIC X(01) VALUE 'N'.
           88  WRK-BLOQUEADO                VALUE 'S'.
       77  WRK-DEB-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-DEB-ACHOU                VALUE 'S'.
       77  WRK-RLB-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-RLB-ACHOU                VALUE 'S'.
       77  WRK-TAB-DEB-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-DEBITOS.
           05  TAB-DEB OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-DEB-QTD
                   INDEXED BY DEB-IDX.
               10  TAB-DEB-CPF        PIC 9(11).
               10  TAB-DEB-QTD        PIC 9(03).
               10  TAB-DEB-VALOR      PIC 9(09)V99.
               10  TAB-DEB-PENDENTE   PIC X(01).
       77  WRK-TAB-RLB-QTD        PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-LIBERACOES.
           05  TAB-RLB OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-RLB-QTD
                   INDEXED BY RLB-IDX.
               10  TAB-RLB-MATRICULA  PIC 9(06).
               10  TAB-RLB-ANO        PIC 9(04).
       77  WRK-TAB-PND-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-PND-SUB            PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PENDENTES.
           05  TAB-PND OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-PND-QTD.
               10  TAB-PND-CPF        PIC 9(11).
               10  TAB-PND-MATRICULA  PIC 9(06).
               10  TAB-PND-NOME       PIC X(20).
               10  TAB-PND-TURMA      PIC X(10).
       77  WRK-QTD-FAMILIAS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PENDENTE     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-PEND-ED      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-LINHA-FAMILIA.
           05  FILLER             PIC X(16) VALUE 'RESPONSAVEL CPF '.
           05  WRK-LF-CPF         PIC X(14).
           05  FILLER             PIC X(20)
                   VALUE '  TITULOS VENCIDOS: '.
           05  WRK-LF-QTD         PIC ZZ9.
           05  FILLER             PIC X(16) VALUE '  VALOR DEVIDO: '.
           05  WRK-LF-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-ALUNO-PEND.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LP-MATRICULA   PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-NOME        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LP-TURMA       PIC X(10).
       COPY CPYMSKWS.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGREMB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 8100-LER-ANO-NOVO.
           PERFORM 8200-CARREGAR-RESULTADOS.
           PERFORM 8300-CARREGAR-PROGRESSAO.
           PERFORM 8600-LER-PARAMETROS-DEBITO.
           PERFORM 8700-CARREGAR-DEBITOS.
           PERFORM 8800-CARREGAR-LIBERACOES.

           IF WRK-ANO-NOVO = ZEROS
               MOVE 'PROGREMB'         TO ABL-PROGRAMA
                   MOVE SPACES TO REMATREL-LINHA
                   WRITE REMATREL-LINHA

                   OPEN OUTPUT REMPEND-FILE
                   MOVE 'REMATRICULA - PENDENTES FINANCEIRO'
                       TO WRK-CAB-TITULO
                   PERFORM 0900-MONTAR-CABECALHO-PADRAO
                   WRITE REMPEND-LINHA FROM WRK-CAB-LINHA1
                   WRITE REMPEND-LINHA FROM WRK-CAB-LINHA2
                   MOVE SPACES TO REMPEND-LINHA
                   WRITE REMPEND-LINHA

      *    A VARREDURA E PELA CHAVE PRIMARIA: A REMATRICULA MUDA A
      *    TURMA (CHAVE ALTERNATIVA) E PERCORRER PELA ALTERNATIVA
      *    PODERIA REVISITAR O ALUNO JA PROMOVIDO.
      ** PROMOVIDA OU RETIDA CONFORME O RESULTADO FINAL E RECEBE O
      ** ANO NOVO E A TURMA DECIDIDA. MATRICULA JA NO ANO NOVO
      ** (REEXECUCAO OU RETOMADA DO LOTE) NAO E TOCADA DE NOVO.
      ** RESPONSAVEL COM MENSALIDADE VENCIDA ALEM DA TOLERANCIA E
      ** SEM LIBERACAO DE SUPERVISOR: O ALUNO FICA PENDENTE
      ** FINANCEIRO NO ANO QUE FECHA, PARA UMA RODADA SEGUINTE.
      **************************************************************
       0200-REMATRICULAR.

               AND MAT-ANO-LETIVO = WRK-ANO-NOVO
               PERFORM 0215-APONTAR-JA-RENOVADO
           ELSE
               PERFORM 8900-VERIFICAR-DEBITO
               IF WRK-BLOQUEADO
                   PERFORM 0230-RETER-PENDENTE-FINANC
               ELSE
                   PERFORM 0220-RENOVAR-MATRICULA
               END-IF
           END-IF.

       0215-APONTAR-JA-RENOVADO.

       0220-RENOVAR-MATRICULA.

           IF MAT-PENDENTE-FINANCEIRO
               SET MAT-ATIVA TO TRUE
           END-IF.
           PERFORM 8400-OBTER-RESULTADO.
           PERFORM 9300-GRAVAR-HISTORICO.


           WRITE REMATREL-LINHA FROM WRK-LINHA-REMAT.

      **************************************************************
      ** PENDENTE FINANCEIRO: SITUACAO 'F' NO ANO QUE FECHA (SEM
      ** FOTO NO MATRHIST, QUE SAI QUANDO A RENOVACAO ACONTECER) E
      ** O ALUNO ANOTADO PARA A LISTA DA COBRANCA POR FAMILIA.
      **************************************************************
       0230-RETER-PENDENTE-FINANC.

           ADD 1 TO WRK-QTD-PENDENTES.
           SET MAT-PENDENTE-FINANCEIRO TO TRUE.
           REWRITE MATRALUN-REG.

           MOVE MAT-MATRICULA   TO WRK-LR-MATRICULA.
           MOVE MAT-NOME        TO WRK-LR-NOME.
           MOVE MAT-TURMA       TO WRK-LR-TURMA-ANT.
           MOVE SPACES          TO WRK-LR-TURMA-NOVA.
           MOVE 'PEND. FINANC.' TO WRK-LR-DECISAO.
           WRITE REMATREL-LINHA FROM WRK-LINHA-REMAT.

           MOVE 'S' TO TAB-DEB-PENDENTE(DEB-IDX).
           IF WRK-TAB-PND-QTD < 2000
               ADD 1 TO WRK-TAB-PND-QTD
               MOVE MAT-CPF-RESPONSAVEL
                   TO TAB-PND-CPF(WRK-TAB-PND-QTD)
               MOVE MAT-MATRICULA
                   TO TAB-PND-MATRICULA(WRK-TAB-PND-QTD)
               MOVE MAT-NOME  TO TAB-PND-NOME(WRK-TAB-PND-QTD)
               MOVE MAT-TURMA TO TAB-PND-TURMA(WRK-TAB-PND-QTD)
           END-IF.

       0300-FINALIZAR.

           IF WRK-MATRALUN-ABERTO
                   WRK-QTD-JA-RENOVADOS DELIMITED BY SIZE
                   INTO REMATREL-LINHA
               WRITE REMATREL-LINHA
               MOVE SPACES TO REMATREL-LINHA
               STRING 'PENDENTES FINANCEIRO: ' DELIMITED BY SIZE
                   WRK-QTD-PENDENTES DELIMITED BY SIZE
                   '  LIBERADOS POR SUPERVISOR: ' DELIMITED BY SIZE
                   WRK-QTD-LIBERADOS DELIMITED BY SIZE
                   INTO REMATREL-LINHA
               WRITE REMATREL-LINHA

               PERFORM 0310-LISTAR-FAMILIA-PENDENTE
                   VARYING DEB-IDX FROM 1 BY 1
                   UNTIL DEB-IDX > WRK-TAB-DEB-QTD
               MOVE WRK-TOTAL-PENDENTE TO WRK-TOTAL-PEND-ED
               MOVE SPACES TO REMPEND-LINHA
               WRITE REMPEND-LINHA
               MOVE SPACES TO REMPEND-LINHA
               STRING 'FAMILIAS PENDENTES: ' DELIMITED BY SIZE
                   WRK-QTD-FAMILIAS DELIMITED BY SIZE
                   '  ALUNOS: ' DELIMITED BY SIZE
                   WRK-QTD-PENDENTES DELIMITED BY SIZE
                   '  VALOR DEVIDO: ' DELIMITED BY SIZE
                   WRK-TOTAL-PEND-ED DELIMITED BY SIZE
                   INTO REMPEND-LINHA
               WRITE REMPEND-LINHA

               CLOSE REMPEND-FILE
               CLOSE REMATREL-FILE
               CLOSE MATRHIST-FILE
               CLOSE MATRALUN-FILE
           DISPLAY 'REMATRICULA DO ANO ' WRK-ANO-NOVO ': '
               WRK-QTD-RENOVADOS ' RENOVADOS, '
               WRK-QTD-RETIDOS ' RETIDOS, '
               WRK-QTD-SAIRAM ' SAIRAM, '
               WRK-QTD-PENDENTES ' PENDENTES FINANCEIRO.'.

      **************************************************************
      ** LISTA DA COBRANCA (REMPEND): CADA FAMILIA COM ALUNO RETIDO,
      ** COM OS TITULOS VENCIDOS E O VALOR DEVIDO, E OS ALUNOS DELA.
      **************************************************************
       0310-LISTAR-FAMILIA-PENDENTE.

           IF TAB-DEB-PENDENTE(DEB-IDX) = 'S'
               ADD 1 TO WRK-QTD-FAMILIAS
               ADD TAB-DEB-VALOR(DEB-IDX) TO WRK-TOTAL-PENDENTE
               MOVE 'CP'                   TO MSK-FUNCAO
               MOVE TAB-DEB-CPF(DEB-IDX)   TO MSK-CPF
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-SAIDA              TO WRK-LF-CPF
               MOVE TAB-DEB-QTD(DEB-IDX)   TO WRK-LF-QTD
               MOVE TAB-DEB-VALOR(DEB-IDX) TO WRK-LF-VALOR
               WRITE REMPEND-LINHA FROM WRK-LINHA-FAMILIA
               PERFORM 0311-LISTAR-ALUNO-PENDENTE
                   VARYING WRK-PND-SUB FROM 1 BY 1
                   UNTIL WRK-PND-SUB > WRK-TAB-PND-QTD
           END-IF.

       0311-LISTAR-ALUNO-PENDENTE.

           IF TAB-PND-CPF(WRK-PND-SUB) = TAB-DEB-CPF(DEB-IDX)
               MOVE TAB-PND-MATRICULA(WRK-PND-SUB)
                   TO WRK-LP-MATRICULA
               MOVE TAB-PND-NOME(WRK-PND-SUB)  TO WRK-LP-NOME
               MOVE TAB-PND-TURMA(WRK-PND-SUB) TO WRK-LP-TURMA
               WRITE REMPEND-LINHA FROM WRK-LINHA-ALUNO-PEND
           END-IF.

      **************************************************************
      ** FOTOGRAFIA DO ANO QUE FECHA NO HISTORICO DE MATRICULAS,
           MOVE MAT-NOME            TO MHS-NOME.
           MOVE MAT-SITUACAO        TO MHS-SITUACAO.
           MOVE WRK-RESULTADO-ALUNO TO MHS-RESULTADO.
           MOVE WRK-MEDIA-ANO-ALUNO TO MHS-MEDIA-ANO.
           MOVE WRK-NFA-MEDIA-MATERIA(1) TO MHS-MEDIA-MATERIA(1).
           MOVE WRK-NFA-MEDIA-MATERIA(2) TO MHS-MEDIA-MATERIA(2).
           MOVE WRK-NFA-MEDIA-MATERIA(3) TO MHS-MEDIA-MATERIA(3).
           MOVE WRK-NFA-AULAS-DADAS    TO MHS-AULAS-DADAS.
           MOVE WRK-NFA-AULAS-PRESENTE TO MHS-AULAS-PRESENTE.
           WRITE MATRHIST-REG.

       8100-LER-ANO-NOVO.
                   TO TAB-RSA-MATRICULA(WRK-TAB-RSA-QTD)
               MOVE RSA-SITUACAO
                   TO TAB-RSA-SITUACAO(WRK-TAB-RSA-QTD)
               MOVE ZEROS TO WRK-NOTAS-FREQ-ALUNO
               MOVE ZEROS TO WRK-MEDIA-ANO-ALUNO
               IF RSA-MEDIA-ANO IS NUMERIC
                   MOVE RSA-MEDIA-ANO TO WRK-MEDIA-ANO-ALUNO
               END-IF
               IF RSA-AULAS-PRESENTE IS NUMERIC
                   MOVE RSA-MEDIA-MATERIA(1)
                       TO WRK-NFA-MEDIA-MATERIA(1)
                   MOVE RSA-MEDIA-MATERIA(2)
                       TO WRK-NFA-MEDIA-MATERIA(2)
                   MOVE RSA-MEDIA-MATERIA(3)
                       TO WRK-NFA-MEDIA-MATERIA(3)
                   MOVE RSA-AULAS-DADAS TO WRK-NFA-AULAS-DADAS
                   MOVE RSA-AULAS-PRESENTE TO WRK-NFA-AULAS-PRESENTE
               END-IF
               MOVE WRK-MEDIA-ANO-ALUNO
                   TO TAB-RSA-MEDIA-ANO(WRK-TAB-RSA-QTD)
               MOVE WRK-NOTAS-FREQ-ALUNO
                   TO TAB-RSA-NOTAS-FREQ(WRK-TAB-RSA-QTD)
           END-IF.
           READ RESULANO-FILE
               AT END SET WRK-AUX-FIM TO TRUE
       8400-OBTER-RESULTADO.

           MOVE SPACES TO WRK-RESULTADO-ALUNO.
           MOVE ZEROS  TO WRK-MEDIA-ANO-ALUNO.
           MOVE ZEROS  TO WRK-NOTAS-FREQ-ALUNO.
           MOVE 'N'    TO WRK-RSA-ACHOU-SW.
           SET RSA-IDX TO 1.
           SEARCH TAB-RSA
                   SET WRK-RSA-ACHOU TO TRUE
                   MOVE TAB-RSA-SITUACAO(RSA-IDX)
                       TO WRK-RESULTADO-ALUNO
                   MOVE TAB-RSA-MEDIA-ANO(RSA-IDX)
                       TO WRK-MEDIA-ANO-ALUNO
                   MOVE TAB-RSA-NOTAS-FREQ(RSA-IDX)
                       TO WRK-NOTAS-FREQ-ALUNO
           END-SEARCH.

      **************************************************************
                       TO WRK-TURMA-SEGUINTE
           END-SEARCH.

      **************************************************************
      ** TOLERANCIA DO BLOQUEIO FINANCEIRO (REMACFG, MANTIDA PELO
      ** PROGPARM): DIAS DE ATRASO A PARTIR DOS QUAIS A MENSALIDADE
      ** CONTA E VALOR DEVIDO ACIMA DO QUAL A REMATRICULA E RETIDA.
      ** SEM REMACFG, 30 DIAS E QUALQUER VALOR.
      **************************************************************
       8600-LER-PARAMETROS-DEBITO.

           OPEN INPUT REMACFG-FILE.
           IF WRK-REMACFG-STATUS = '35'
               CONTINUE
           ELSE
               READ REMACFG-FILE
                   AT END MOVE ZEROS TO REMACFG-REG
               END-READ
               IF RCF-DIAS-ATRASO IS NUMERIC
                   AND RCF-DIAS-ATRASO > ZEROS
                   MOVE RCF-DIAS-ATRASO  TO WRK-DIAS-TOLERANCIA
               END-IF
               IF RCF-VALOR-MINIMO IS NUMERIC
                   MOVE RCF-VALOR-MINIMO TO WRK-VALOR-MINIMO
               END-IF
               CLOSE REMACFG-FILE
           END-IF.

      **************************************************************
      ** DEBITO VENCIDO POR RESPONSAVEL: AS MENSALIDADES ANOTADAS NO
      ** MENSALID AINDA ABERTAS NO CONTAREC, VENCIDAS HA MAIS DOS
      ** DIAS DE TOLERANCIA NA DATA DO LOTE, SOMADAS PELO CPF DO
      ** CLIENTE DO TITULO. PAGA OU RENEGOCIADA NAO ESTA MAIS
      ** ABERTA E DEIXA DE CONTAR.
      **************************************************************
       8700-CARREGAR-DEBITOS.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-DEB-QTD.

           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS NOT = '00'
               DISPLAY 'CONTAREC INDISPONIVEL - REMATRICULA SEM '
                   'CONFERENCIA FINANCEIRA.'
           ELSE
               OPEN INPUT MENSALID-FILE
               IF WRK-MENSALID-STATUS = '35'
                   CONTINUE
               ELSE
                   READ MENSALID-FILE
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 8710-AVALIAR-MENSALIDADE
                       UNTIL WRK-AUX-FIM
                   CLOSE MENSALID-FILE
               END-IF
               CLOSE CONTAREC-FILE
           END-IF.

       8710-AVALIAR-MENSALIDADE.

           MOVE MSD-NUMERO TO CRC-NUMERO.
           MOVE 1          TO CRC-PARCELA.
           READ CONTAREC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRC-ABERTO
                       AND CRC-DATA-VENCTO < WRK-LOTECAB-DATA
                       COMPUTE WRK-SALDO-TITULO =
                           CRC-VALOR - CRC-VALOR-PAGO
                       MOVE 'DE'             TO DTS-FUNCAO
                       MOVE CRC-VCT-ANO      TO DTS-DATA1-ANO
                       MOVE CRC-VCT-MES      TO DTS-DATA1-MES
                       MOVE CRC-VCT-DIA      TO DTS-DATA1-DIA
                       MOVE WRK-LOTECAB-DATA TO DTS-DATA2
                       CALL 'PROGDATA' USING WRK-DTS-AREA
                       IF WRK-SALDO-TITULO > ZEROS
                           AND DTS-DIAS > WRK-DIAS-TOLERANCIA
                           PERFORM 8720-ACUMULAR-DEBITO
                       END-IF
                   END-IF
           END-READ.

           READ MENSALID-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8720-ACUMULAR-DEBITO.

           MOVE CRC-DOC-CLIENTE TO WRK-CPF-TITULO.
           SET DEB-IDX TO 1.
           SEARCH TAB-DEB
               AT END
                   IF WRK-TAB-DEB-QTD < 2000
                       ADD 1 TO WRK-TAB-DEB-QTD
                       MOVE WRK-CPF-TITULO
                           TO TAB-DEB-CPF(WRK-TAB-DEB-QTD)
                       MOVE 1 TO TAB-DEB-QTD(WRK-TAB-DEB-QTD)
                       MOVE WRK-SALDO-TITULO
                           TO TAB-DEB-VALOR(WRK-TAB-DEB-QTD)
                       MOVE 'N' TO TAB-DEB-PENDENTE(WRK-TAB-DEB-QTD)
                   END-IF
               WHEN TAB-DEB-CPF(DEB-IDX) = WRK-CPF-TITULO
                   ADD 1 TO TAB-DEB-QTD(DEB-IDX)
                   ADD WRK-SALDO-TITULO TO TAB-DEB-VALOR(DEB-IDX)
           END-SEARCH.

      **************************************************************
      ** LIBERACOES DE SUPERVISOR (REMALIB, GRAVADAS PELO PROGREMM).
      **************************************************************
       8800-CARREGAR-LIBERACOES.

           MOVE 'N'   TO WRK-AUX-FIM-SW.
           MOVE ZEROS TO WRK-TAB-RLB-QTD.

           OPEN INPUT REMALIB-FILE.
           IF WRK-REMALIB-STATUS = '35'
               CONTINUE
           ELSE
               READ REMALIB-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8810-LER-LIBERACAO UNTIL WRK-AUX-FIM
               CLOSE REMALIB-FILE
           END-IF.

       8810-LER-LIBERACAO.

           IF WRK-TAB-RLB-QTD < 2000
               ADD 1 TO WRK-TAB-RLB-QTD
               MOVE RLB-MATRICULA
                   TO TAB-RLB-MATRICULA(WRK-TAB-RLB-QTD)
               MOVE RLB-ANO-LETIVO
                   TO TAB-RLB-ANO(WRK-TAB-RLB-QTD)
           END-IF.
           READ REMALIB-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** BLOQUEIO FINANCEIRO DO ALUNO ATIVO: DEBITO VENCIDO DO
      ** RESPONSAVEL ACIMA DO VALOR MINIMO E SEM LIBERACAO DE
      ** SUPERVISOR PARA ESTA MATRICULA NO ANO QUE FECHA. DEB-IDX
      ** FICA NA FAMILIA PARA A LISTA DA COBRANCA.
      **************************************************************
       8900-VERIFICAR-DEBITO.

           MOVE 'N' TO WRK-BLOQUEIO-SW.
           MOVE 'N' TO WRK-DEB-ACHOU-SW.

           IF NOT MAT-INATIVA
               SET DEB-IDX TO 1
               SEARCH TAB-DEB
                   AT END
                       CONTINUE
                   WHEN TAB-DEB-CPF(DEB-IDX) = MAT-CPF-RESPONSAVEL
                       SET WRK-DEB-ACHOU TO TRUE
               END-SEARCH
           END-IF.

           IF WRK-DEB-ACHOU
               IF TAB-DEB-VALOR(DEB-IDX) NOT > WRK-VALOR-MINIMO
                   MOVE 'N' TO WRK-DEB-ACHOU-SW
               END-IF
           END-IF.

           IF WRK-DEB-ACHOU
               MOVE 'N' TO WRK-RLB-ACHOU-SW
               SET RLB-IDX TO 1
               SEARCH TAB-RLB
                   AT END
                       CONTINUE
                   WHEN TAB-RLB-MATRICULA(RLB-IDX) = MAT-MATRICULA
                       AND TAB-RLB-ANO(RLB-IDX) = MAT-ANO-LETIVO
                       SET WRK-RLB-ACHOU TO TRUE
               END-SEARCH
               IF WRK-RLB-ACHOU
                   ADD 1 TO WRK-QTD-LIBERADOS
               ELSE
                   SET WRK-BLOQUEADO TO TRUE
               END-IF
           END-IF.

       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
