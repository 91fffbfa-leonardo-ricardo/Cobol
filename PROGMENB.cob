      **    MENAPLIC IMPEDE FATURAR A MESMA COMPETENCIA DUAS VEZES.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O TITULO DA MENSALIDADE PASSA A SER GRAVADO
      **               NA CHAVE DE CLIENTE DO CONTAREC COMO PESSOA
      **               FISICA (TIPO 'F') COM O CPF DO RESPONSAVEL.
      **  15/10/2026 LR - BOLSAS DE ESTUDO (CADASTRO BOLSAS, MANTIDO
      **               PELO PROGBLSM): A BOLSA ATIVA E VIGENTE NA
      **               COMPETENCIA E APLICADA NO FATURAMENTO. BOLSA E
      **               DESCONTO DE IRMAO NAO SE SOMAM: PREVALECE O
      **               MAIOR PERCENTUAL (EMPATE FICA COM A BOLSA). O
      **               MENSALID PASSA A LEVAR O VALOR CHEIO, O TIPO E
      **               O PERCENTUAL DO DESCONTO E O VALOR COBRADO,
      **               IMPRESSOS NO BOLETO (PROGBOLB) E SOMADOS NO
      **               CUSTO DAS BOLSAS (PROGBLSB). BOLSA INTEGRAL NAO
      **               GERA TITULO (MENSALID COM TITULO ZERO).
      **  15/10/2026 LR - MATRICULA TRANCADA (MOVALUNO, VER PROGMVAM)
      **               CONTINUA FATURADA ATE O MES DA DATA EFETIVA DO
      **               TRANCAMENTO, MESMO JA INATIVA; DEPOIS DELE NAO
      **               GERA MAIS MENSALIDADE.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MENNUM-FILE ASSIGN TO "MENNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENNUM-STATUS.
           COPY CPYMSDSL.
           COPY CPYBLSSL.
           COPY CPYMVASL.
           SELECT MENAPLIC-FILE ASSIGN TO "MENAPLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MENAPLIC-STATUS.
       01  MENNUM-REG.
           05  MNU-ULTIMO-NUMERO  PIC 9(08).

       COPY CPYMSDFD.
       COPY CPYBLSFD.
       COPY CPYMVAFD.

       FD  MENAPLIC-FILE.
       01  MENAPLIC-REG.
       77  WRK-MENSALID-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MENAPLIC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MENINREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-BOLSAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
       77  WRK-TOTAL-FATURADO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DESCONTO-IRMAO-PCT PIC 9(02)V99 VALUE 10,00.
       77  WRK-VALOR-MENSALIDADE  PIC 9(06)V99 VALUE ZEROS.
      *    BOLSA DE ESTUDO E PRECEDENCIA CONTRA O DESCONTO DE IRMAO
       77  WRK-BOLSAS-ABERTO-SW   PIC X(01) VALUE 'N'.
           88  WRK-BOLSAS-ABERTO            VALUE 'S'.
       77  WRK-VALOR-CHEIO        PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TIPO-DESCONTO      PIC X(01) VALUE SPACE.
       77  WRK-PCT-DESCONTO       PIC 9(03)V99 VALUE ZEROS.
       77  WRK-QTD-BOLSAS         PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ISENTAS        PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BOLSAS       PIC 9(09)V99 VALUE ZEROS.
      *    TRANCAMENTO: COBRANCA ATE O MES DA DATA EFETIVA
       77  WRK-ANOMES-TRANCAMENTO PIC 9(06) VALUE ZEROS.
       77  WRK-TAB-MEN-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-MEN-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-MEN-ACHOU                VALUE 'S'.
           05  WRK-LI-QTD         PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LI-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYMVATB.
       COPY CPYDTSWS.
       COPY CPYCABWS.
       COPY CPYEXCWS.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES-REF.
           PERFORM 8000-CONFERIR-APLICACAO.
           PERFORM 8100-CARREGAR-MENSALIDADES.
           PERFORM 7860-CARREGAR-TABELA-MOVTO.
           PERFORM 8600-DERIVAR-VENCIMENTO.

           OPEN EXTEND EXCECOES-FILE.
           ELSE
               SET WRK-MATRALUN-ABERTO TO TRUE

               OPEN INPUT BOLSAS-FILE
               IF WRK-BOLSAS-STATUS = '00'
                   SET WRK-BOLSAS-ABERTO TO TRUE
               END-IF

               OPEN I-O CONTAREC-FILE
               IF WRK-CONTAREC-STATUS = '35'
                   CLOSE CONTAREC-FILE
      **************************************************************
      ** UMA MENSALIDADE POR MATRICULA ATIVA: VALOR DA TURMA,
      ** DESCONTO DE IRMAO PARA O SEGUNDO FILHO EM DIANTE DO MESMO
      ** RESPONSAVEL OU BOLSA DE ESTUDO (O MAIOR DOS DOIS), TITULO
      ** NO CONTAREC E ANOTACAO NO MENSALID. MATRICULA INATIVA POR
      ** TRANCAMENTO AINDA PAGA O MES DA DATA EFETIVA.
      **************************************************************
       0200-FATURAR-MATRICULA.

           IF MAT-ATIVA
               PERFORM 0210-GERAR-MENSALIDADE
           ELSE
               IF MAT-INATIVA
                   PERFORM 0205-CONFERIR-TRANCAMENTO
               END-IF
           END-IF.

           READ MATRALUN-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0205-CONFERIR-TRANCAMENTO.

           MOVE MAT-MATRICULA  TO WRK-MVA-MATRICULA.
           MOVE MAT-ANO-LETIVO TO WRK-MVA-ANO-LETIVO.
           PERFORM 7864-BUSCAR-TRANCAMENTO.
           IF WRK-MVA-ACHOU
               COMPUTE WRK-ANOMES-TRANCAMENTO =
                   WRK-MVA-DATA-EFETIVA / 100
               IF WRK-ANOMES-TRANCAMENTO >= WRK-ANOMES-REF
                   PERFORM 0210-GERAR-MENSALIDADE
               END-IF
           END-IF.

       0210-GERAR-MENSALIDADE.

           MOVE 'N' TO WRK-MEN-ACHOU-SW.
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           ELSE
               MOVE WRK-VALOR-MENSALIDADE TO WRK-VALOR-CHEIO
               MOVE SPACE TO WRK-TIPO-DESCONTO
               MOVE ZEROS TO WRK-PCT-DESCONTO
               PERFORM 0220-APLICAR-DESCONTO-IRMAO
               PERFORM 0225-APLICAR-BOLSA
               PERFORM 0227-CALCULAR-VALOR-COBRADO
               PERFORM 0230-GRAVAR-TITULO-MENSAL
           END-IF.

      **************************************************************
      ** DESCONTO DE IRMAO: O PRIMEIRO ALUNO DE CADA RESPONSAVEL
      ** (CPF) PAGA CHEIO; OS DEMAIS RECEBEM O DESCONTO PERCENTUAL.
      ** MATRICULA SEM RESPONSAVEL INFORMADO PAGA CHEIO. O ALUNO
      ** BOLSISTA CONTA NA ORDEM DOS IRMAOS COMO QUALQUER OUTRO.
      **************************************************************
       0220-APLICAR-DESCONTO-IRMAO.

                       SET WRK-RSP-ACHOU TO TRUE
               END-SEARCH
               IF WRK-RSP-ACHOU
                   MOVE 'I' TO WRK-TIPO-DESCONTO
                   MOVE WRK-DESCONTO-IRMAO-PCT TO WRK-PCT-DESCONTO
               END-IF
           END-IF.

      **************************************************************
      ** BOLSA DE ESTUDO: ATIVA E COM A COMPETENCIA DENTRO DA
      ** VIGENCIA. NAO SE SOMA AO DESCONTO DE IRMAO - PREVALECE O
      ** MAIOR PERCENTUAL, E NO EMPATE A BOLSA.
      **************************************************************
       0225-APLICAR-BOLSA.

           IF WRK-BOLSAS-ABERTO
               MOVE MAT-MATRICULA TO BLS-MATRICULA
               READ BOLSAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BLS-ATIVA AND BLS-TIPO-VALIDO
                           AND BLS-ANOMES-INICIO <= WRK-ANOMES-REF
                           AND BLS-ANOMES-FIM >= WRK-ANOMES-REF
                           AND BLS-PERCENTUAL >= WRK-PCT-DESCONTO
                           MOVE BLS-TIPO       TO WRK-TIPO-DESCONTO
                           MOVE BLS-PERCENTUAL TO WRK-PCT-DESCONTO
                       END-IF
               END-READ
           END-IF.

       0227-CALCULAR-VALOR-COBRADO.

           IF WRK-PCT-DESCONTO > ZEROS
               COMPUTE WRK-VALOR-MENSALIDADE ROUNDED =
                   WRK-VALOR-CHEIO * (100 - WRK-PCT-DESCONTO) / 100
               IF WRK-TIPO-DESCONTO = 'I'
                   ADD 1 TO WRK-QTD-DESCONTOS
               ELSE
                   ADD 1 TO WRK-QTD-BOLSAS
                   COMPUTE WRK-TOTAL-BOLSAS = WRK-TOTAL-BOLSAS
                       + WRK-VALOR-CHEIO - WRK-VALOR-MENSALIDADE
               END-IF
           END-IF.

      **************************************************************
      ** BOLSA INTEGRAL NAO GERA TITULO: SO A ANOTACAO NO MENSALID,
      ** COM TITULO ZERO, PARA O CUSTO DA BOLSA.
      **************************************************************
       0230-GRAVAR-TITULO-MENSAL.

           IF WRK-VALOR-MENSALIDADE = ZEROS
               MOVE ZEROS TO MSD-NUMERO
               ADD 1 TO WRK-QTD-ISENTAS
           ELSE
               PERFORM 0235-GRAVAR-CONTAREC
               MOVE WRK-ULTIMO-NUMERO TO MSD-NUMERO
           END-IF.

           MOVE MAT-MATRICULA         TO MSD-MATRICULA.
           MOVE MAT-TURMA             TO MSD-TURMA.
           MOVE WRK-ANOMES-REF        TO MSD-ANOMES.
           MOVE WRK-VALOR-CHEIO       TO MSD-VALOR-CHEIO.
           MOVE WRK-TIPO-DESCONTO     TO MSD-TIPO-DESCONTO.
           MOVE WRK-PCT-DESCONTO      TO MSD-PCT-DESCONTO.
           MOVE WRK-VALOR-MENSALIDADE TO MSD-VALOR-COBRADO.
           WRITE MENSALID-REG.

       0235-GRAVAR-CONTAREC.

           ADD 1 TO WRK-ULTIMO-NUMERO.

           MOVE WRK-ULTIMO-NUMERO   TO CRC-NUMERO.
           MOVE 1                   TO CRC-PARCELA.
           MOVE 'F'                 TO CRC-TIPO-PESSOA.
           MOVE MAT-CPF-RESPONSAVEL TO CRC-DOC-CLIENTE.
           MOVE WRK-LOTECAB-DATA    TO CRC-DATA-EMISSAO.
           MOVE WRK-VCT-ANO         TO CRC-VCT-ANO.
           MOVE WRK-VCT-MES         TO CRC-VCT-MES.
                   CONTINUE
           END-WRITE.

           ADD 1 TO WRK-QTD-TITULOS.
           ADD WRK-VALOR-MENSALIDADE TO WRK-TOTAL-FATURADO.

               CLOSE MENSALID-FILE
               CLOSE CONTAREC-FILE
               CLOSE MATRALUN-FILE
               IF WRK-BOLSAS-ABERTO
                   CLOSE BOLSAS-FILE
               END-IF

               OPEN EXTEND MENAPLIC-FILE
               IF WRK-MENAPLIC-STATUS = '05' OR '35'
           DISPLAY 'MENSALIDADES FATURADAS: ' WRK-QTD-TITULOS
               ' (DESCONTOS DE IRMAO: ' WRK-QTD-DESCONTOS
               ')  VALOR ' WRK-TOTAL-FATURADO.
           DISPLAY 'BOLSAS APLICADAS: ' WRK-QTD-BOLSAS
               ' (INTEGRAIS SEM TITULO: ' WRK-QTD-ISENTAS
               ')  CUSTO ' WRK-TOTAL-BOLSAS.

      **************************************************************
      ** INADIMPLENCIA POR TURMA (MENINREL): AS MENSALIDADES JA
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       COPY CPYMVAPR.
       COPY CPYCABPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
