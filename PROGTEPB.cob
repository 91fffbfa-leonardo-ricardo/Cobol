      **               PONTO E DE COMISSAO NAS TABELAS RECARREGADAS,
      **               PARA O FECHAMENTO NAO APONTAR EM EXCECOES
      **               COMO "SEM FOLHA" VERBAS QUE JA FORAM PAGAS.
      **  15/10/2026 LR - FOLHA PASSA A DESCONTAR O ADIANTAMENTO
      **               QUINZENAL PAGO PELO PROGADTB NA COMPETENCIA
      **               (REGISTRO ADIANTAM, VER CPYADT*): O VALOR SAI
      **               COMO LINHA DE DESCONTO NO CONTRACHEQUE, DEPOIS
      **               DO EMPRESTIMO CONSIGNADO, E O LIQUIDO DA
      **               REMESSA E DO FOLHAHIS PASSA A SER O SALDO A
      **               DEPOSITAR. ADIANTAMENTO MAIOR QUE O LIQUIDO E
      **               DESCONTADO ATE ZERAR O LIQUIDO, COM O RESIDUO
      **               EM EXCECOES; ADIANTAMENTO SEM EMPREGADO NA
      **               FOLHA TAMBEM VAI PARA EXCECOES.
      **  15/10/2026 LR - FOLHA PASSA A DESCONTAR A PENSAO
      **               ALIMENTICIA JUDICIAL (CADASTRO PENSAO, MANTIDO
      **               PELO PROGPENM) APOS O INSS E O IRRF, SOBRE O
      **               LIQUIDO LEGAL OU EM SALARIOS MINIMOS, ANTES
      **               DO EMPRESTIMO CONSIGNADO (A MARGEM DO
      **               CONSIGNADO PASSA A SER SOBRE O LIQUIDO APOS A
      **               PENSAO). A PENSAO SAI NO CONTRACHEQUE, VAI
      **               PARA O FOLHAHIS (FHS-PENSAO, ABATIDA DA BASE
      **               TRIBUTAVEL NO INFORME DO PROGINFR) E GERA UM
      **               DETALHE PROPRIO NA BANCOREM, COM OS DADOS
      **               BANCARIOS DO BENEFICIARIO. O TRAILER DA
      **               REMESSA PASSA A CONTAR OS DETALHES DE PENSAO.
      **  15/10/2026 LR - SALARIO DO MES PASSA A SER PROPORCIONAL AOS
      **               DIAS PAGOS PELA EMPRESA QUANDO O EMPREGADO
      **               ESTA AFASTADO (CADASTRO AFASTAM, MANTIDO PELO
      **               PROGAFSM, VER CPYAFSPR): DOENCA E ACIDENTE A
      **               PARTIR DO 16o DIA E LICENCA NAO REMUNERADA
      **               SAEM DO BRUTO, COM LINHA PROPRIA NO
      **               CONTRACHEQUE. MATERNIDADE SEGUE PAGA CHEIA.
      **  15/10/2026 LR - FOLHA PASSA A DESCONTAR O VALE-TRANSPORTE
      **               (ATE 6% DO SALARIO BASE) E O PLANO DE SAUDE
      **               (PARTE DO TITULAR MAIS O VALOR POR DEPENDENTE
      **               DO DEPENDEN) DO CADASTRO BENEFIC, MANTIDO PELO
      **               PROGBENM, COM OS VALORES DOS PLANOS NA TABELA
      **               PLANOSAU. OS DESCONTOS SAEM APOS A PENSAO E
      **               ANTES DO CONSIGNADO, LIMITADOS AO LIQUIDO, E
      **               CADA BENEFICIO VAI PARA O HISTORICO BENHIST
      **               COM A PARTE DO EMPREGADO E A DA EMPRESA, PARA
      **               O RELATORIO DE CUSTO (PROGBENR).
      **  15/10/2026 LR - BANCO DE HORAS (BCOHORAS, VER CPYBCHPR):
      **               PELA REGRA DO CARGO (CGO-REGRA-HORAS), AS
      **               HORAS EXTRAS DO PONTO VAO PARA O BANCO EM VEZ
      **               DE SEREM PAGAS; AS HORAS DE FOLGA COMPENSADA
      **               DO PONTO (PTO-HORAS-COMPENSADAS) BAIXAM O
      **               BANCO, E O SALDO QUE PASSA DO PRAZO DO ACORDO
      **               E PAGO COM 50% NO CONTRACHEQUE. CADA
      **               MOVIMENTO VAI PARA O BCHMOV (EXTRATO NO
      **               PROGBCHR).
      **  15/10/2026 LR - REEMBOLSO DE DESPESAS (REEMBOLS, VER
      **               CPYRMB*): OS PEDIDOS APROVADOS PELO SUPERVISOR
      **               PARA PAGAMENTO NA FOLHA ENTRAM NO LIQUIDO APOS
      **               OS DESCONTOS, COMO VERBA NAO TRIBUTAVEL (FORA
      **               DO BRUTO, DO INSS, DO IRRF E DO FGTS), COM
      **               LINHA PROPRIA NO CONTRACHEQUE. NO FECHAMENTO
      **               CADA PEDIDO PAGO PASSA A 'G' COM A COMPETENCIA
      **               E A DESPESA E LANCADA NO CENTRO DE CUSTO DO
      **               EMPREGADO (D 41019 / C 21002). PEDIDO SEM
      **               EMPREGADO NA FOLHA VAI PARA EXCECOES E FICA
      **               PARA A FOLHA SEGUINTE.
      **  15/10/2026 LR - OS SALARIOS SAEM DA CONTA BANCARIA DA FOLHA
      **               DO CADASTRO (CONTABCO, FINALIDADE 'F', VER
      **               CPYCBC*): A CONTA VAI NO HEADER DA REMESSA
      **               (BANCOREM) E O TOTAL DA REMESSA ENTRA NO
      **               MOVIMENTO BANCARIO (MOVBANCO) COMO SAIDA
      **               PREVISTA, PARA A POSICAO DE TESOURARIA
      **               (PROGTESB).
      **  15/10/2026 LR - FOLHA PASSA A PAGAR AS HORAS-AULA DOS
      **               PROFESSORES (INTERFACE AULFOLHA, GRAVADA PELO
      **               PROGAULB COM AS AULAS ATRIBUIDAS DO MES, VER
      **               CPYAUF*): SO A COMPETENCIA DO LOTE ENTRA, COMO
      **               VERBA NO BRUTO, COM LINHA PROPRIA NO
      **               CONTRACHEQUE. HORA-AULA SEM EMPREGADO NA FOLHA
      **               VAI PARA EXCECOES E A INTERFACE E ESVAZIADA NO
      **               FECHAMENTO, COMO A COMFOLHA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMFOLHA-STATUS.
           COPY CPYFHSSL.
           COPY CPYADTSL.
           COPY CPYAUFSL.
           COPY CPYRMBSL.
           COPY CPYDESSL.
           COPY CPYDPDSL.
           COPY CPYEMLSL.
           COPY CPYPENSL.
           COPY CPYAFSSL.
           COPY CPYBENSL.
           COPY CPYPLSSL.
           COPY CPYBHSSL.
           COPY CPYBCHSL.
           COPY CPYBMVSL.
           COPY CPYCCUSL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
           COPY CPYCGOSL.
           COPY CPYTEPHSL.
           COPY CPYTEPTSL.
           05  CKPT-TOTAL-AUMENTOS    PIC 9(09)V99.
           05  CKPT-TOTAL-LIQUIDOS    PIC 9(09)V99.
           05  CKPT-TOTAL-FGTS        PIC 9(09)V99.
           05  CKPT-QTD-PENSOES       PIC 9(05).
       01  CHECKPOINT-CCT-REG.
           05  CKC-TIPO               PIC X(01).
           05  CKC-CODIGO             PIC X(05).
       01  REMESSA-LINHA          PIC X(80).

       COPY CPYFHSFD.
       COPY CPYADTFD.
       COPY CPYAUFFD.
       COPY CPYRMBFD.

       FD  PONTOMES-FILE.
       01  PONTOMES-REG.
           05  PTO-HORAS-EXTRA-50 PIC 9(03)V99.
           05  PTO-HORAS-EXTRA-100 PIC 9(03)V99.
           05  PTO-DIAS-FALTA     PIC 9(02).
           05  PTO-HORAS-COMPENSADAS PIC 9(03)V99.

       FD  COMFOLHA-FILE.
       01  COMFOLHA-REG.
       COPY CPYDESFD.
       COPY CPYDPDFD.
       COPY CPYEMLFD.
       COPY CPYPENFD.
       COPY CPYAFSFD.
       COPY CPYBENFD.
       COPY CPYPLSFD.
       COPY CPYBHSFD.
       COPY CPYBCHFD.
       COPY CPYBMVFD.
       COPY CPYCCUFD.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       COPY CPYCGOFD.

       WORKING-STORAGE SECTION.
       77  WRK-LIQUIDO-FINAL      PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CCH-EMPREST-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CCH-SALDO-ED       PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PENSAO-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PENSAO-ABERTO-SW   PIC X(01) VALUE 'N'.
           88  WRK-PENSAO-ABERTO              VALUE 'S'.
       77  WRK-VALOR-PENSAO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-QTD-PENSOES        PIC 9(05) VALUE ZEROS.
       77  WRK-CCH-PENSAO-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-AFASTAMENTO  PIC 9(06)V99 VALUE ZEROS.
       77  WRK-DIAS-AFASTAMENTO   PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-NO-MES        PIC 9(02) VALUE ZEROS.
       77  WRK-CCH-AFAST-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CCH-DIAS-AFAST-ED  PIC Z9 VALUE ZEROS.
       77  WRK-BENEFIC-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BENEFIC-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-BENEFIC-ABERTO             VALUE 'S'.
       77  WRK-BEN-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-BEN-FIM                    VALUE 'S'.
       77  WRK-BENHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-VT-MAX-PCT         PIC 9(02)V99 VALUE 6,00.
       77  WRK-DIAS-UTEIS-VT      PIC 9(02) VALUE 22.
       77  WRK-BEN-INICIO-MES     PIC 9(08) VALUE ZEROS.
       77  WRK-BEN-DISPONIVEL     PIC S9(07)V99 VALUE ZEROS.
       77  WRK-BEN-CUSTO          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BEN-LIMITE         PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BEN-PARTE-EMP      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BEN-FORNECEDOR     PIC 9(04) VALUE ZEROS.
       77  WRK-BEN-QTD-DEP        PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-DEP-PLANO      PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-VT           PIC 9(06)V99 VALUE ZEROS.
       77  WRK-VALOR-SAUDE        PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CCH-VT-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CCH-SAUDE-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DEPENDEN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DEPENDEN-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-DEPENDEN-ABERTO            VALUE 'S'.
       77  WRK-CCUSTREL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REMESSA-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-TOTAL-LIQUIDOS     PIC 9(09)V99 VALUE ZEROS.
       01  WRK-REM-HEADER.
           05  WRK-RMH-TIPO       PIC X(01) VALUE '0'.
           05  WRK-RMH-DATA       PIC 9(08).
           05  WRK-RMH-SEQUENCIA  PIC 9(05).
           05  FILLER             PIC X(20) VALUE 'REMESSA SALARIOS'.
           05  WRK-RMH-BANCO      PIC 9(03).
           05  WRK-RMH-AGENCIA    PIC 9(04).
           05  WRK-RMH-CONTA      PIC 9(08).
           05  WRK-RMH-CONTA-DV   PIC X(01).
       01  WRK-REM-DETALHE.
           05  WRK-RMD-TIPO       PIC X(01) VALUE '1'.
           05  WRK-RMD-MATRICULA  PIC 9(05).
               10  TAB-CMF-VALOR      PIC 9(09)V99.
               10  TAB-CMF-USADO-SW   PIC X(01).
                   88  TAB-CMF-USADO            VALUE 'S'.
       77  WRK-AULFOLHA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-AULFOLHA-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-AULFOLHA-FIM             VALUE 'S'.
       77  WRK-TAB-AUF-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-AUF-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-HORAS-AULA   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-HORAS-AULA         PIC 9(03)V99 VALUE ZEROS.
       77  WRK-CCH-AULA-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CCH-HORAS-AULA-ED  PIC ZZ9,99 VALUE ZEROS.
       01  WRK-TAB-AULFOLHA.
           05  TAB-AUF OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-AUF-QTD
                   INDEXED BY AUF-IDX.
               10  TAB-AUF-MATRICULA  PIC 9(05).
               10  TAB-AUF-HORAS      PIC 9(03)V99.
               10  TAB-AUF-VALOR      PIC 9(07)V99.
               10  TAB-AUF-USADO-SW   PIC X(01).
                   88  TAB-AUF-USADO            VALUE 'S'.
       77  WRK-ADIANTAM-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ADIANTAM-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-ADIANTAM-FIM             VALUE 'S'.
       77  WRK-TAB-ADT-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-ADT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ADIANTAMENTO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-ADT-RESIDUO        PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CCH-ADIANT-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-TAB-ADIANTAMENTO.
           05  TAB-ADT OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-ADT-QTD
                   INDEXED BY ADT-IDX.
               10  TAB-ADT-MATRICULA  PIC 9(05).
               10  TAB-ADT-VALOR      PIC 9(06)V99.
               10  TAB-ADT-USADO-SW   PIC X(01).
                   88  TAB-ADT-USADO            VALUE 'S'.
       77  WRK-REEMBOLS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REEMBOLS-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-REEMBOLS-FIM             VALUE 'S'.
       77  WRK-TAB-RMB-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-RMB-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-REEMB-PAGOS    PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-REEMBOLSO    PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CCH-REEMB-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-TAB-REEMBOLSO.
           05  TAB-RMB OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-RMB-QTD.
               10  TAB-RMB-MATRICULA  PIC 9(05).
               10  TAB-RMB-NUMERO     PIC 9(05).
               10  TAB-RMB-VALOR      PIC 9(07)V99.
               10  TAB-RMB-CCUSTO     PIC X(05).
               10  TAB-RMB-USADO-SW   PIC X(01).
                   88  TAB-RMB-USADO            VALUE 'S'.
       77  WRK-PONTOMES-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-PONTOMES-FIM             VALUE 'S'.
       77  WRK-TAB-PTO-QTD        PIC 9(03) VALUE ZEROS.
               10  TAB-PTO-HE50       PIC 9(03)V99.
               10  TAB-PTO-HE100      PIC 9(03)V99.
               10  TAB-PTO-FALTAS     PIC 9(02).
               10  TAB-PTO-COMPENSADAS PIC 9(03)V99.
               10  TAB-PTO-USADO-SW   PIC X(01).
                   88  TAB-PTO-USADO            VALUE 'S'.
       77  WRK-PTO-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-CCH-HE50-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CCH-HE100-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CCH-FALTAS-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-HORAS-AO-BANCO     PIC 9(04)V99 VALUE ZEROS.
       77  WRK-HORAS-COMPENSADAS  PIC 9(04)V99 VALUE ZEROS.
       77  WRK-VALOR-BANCO-HORAS  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CCH-BANCO-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CCH-HORAS-ED       PIC ZZZ9,99 VALUE ZEROS.
       77  WRK-FGTSREM-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FGTSREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FGTS-PCT           PIC 9(02)V99 VALUE 8,00.
       COPY CPYTEPTTB.
       COPY CPYDESTB.
       COPY CPYCCUTB.
       COPY CPYCBCTB.
       COPY CPYCGOTB.
       COPY CPYPLSTB.
       COPY CPYBCHWS.
       COPY CPYFERTB.
       COPY CPYDTSWS.
       COPY CPYAFSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYEXCWS.
           PERFORM 7030-CARREGAR-LIMITES-AUMENTO.
           PERFORM 7300-CARREGAR-TABELAS-DESCONTO.
           PERFORM 7500-CARREGAR-TABELA-CCUSTO.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'F' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.
           PERFORM 7700-CARREGAR-TABELA-CARGOS.
           PERFORM 7790-CARREGAR-TABELA-PLANOS.
           PERFORM 7100-CARREGAR-TABELA-FERIADOS.
           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA TO WRK-DES-COMPETENCIA.
                       SET WRK-EMPRESTI-ABERTO TO TRUE
                   END-IF

                   OPEN INPUT PENSAO-FILE
                   IF WRK-PENSAO-STATUS = '00'
                       SET WRK-PENSAO-ABERTO TO TRUE
                   END-IF

                   OPEN INPUT AFASTAM-FILE
                   IF WRK-AFASTAM-STATUS = '00'
                       SET WRK-AFASTAM-ABERTO TO TRUE
                   END-IF

                   OPEN INPUT BENEFIC-FILE
                   IF WRK-BENEFIC-STATUS = '00'
                       SET WRK-BENEFIC-ABERTO TO TRUE
                   END-IF

                   OPEN EXTEND BENHIST-FILE
                   IF WRK-BENHIST-STATUS = '05' OR '35'
                       CLOSE BENHIST-FILE
                       OPEN OUTPUT BENHIST-FILE
                   END-IF

                   OPEN I-O BCOHORAS-FILE
                   IF WRK-BCOHORAS-STATUS = '35'
                       OPEN OUTPUT BCOHORAS-FILE
                       CLOSE BCOHORAS-FILE
                       OPEN I-O BCOHORAS-FILE
                   END-IF
                   IF WRK-BCOHORAS-STATUS = '00'
                       SET WRK-BCOHORAS-ABERTO TO TRUE
                       OPEN EXTEND BCHMOV-FILE
                       IF WRK-BCHMOV-STATUS = '05' OR '35'
                           CLOSE BCHMOV-FILE
                           OPEN OUTPUT BCHMOV-FILE
                       END-IF
                   END-IF

                   OPEN EXTEND FOLHAHIS-FILE
                   IF WRK-FOLHAHIS-STATUS = '05' OR '35'
                       CLOSE FOLHAHIS-FILE

                   PERFORM 7600-CARREGAR-TABELA-PONTO
                   PERFORM 7650-CARREGAR-TABELA-COMISSAO
                   PERFORM 7655-CARREGAR-TABELA-AULAS
                   PERFORM 7670-CARREGAR-TABELA-ADIANT
                   PERFORM 7690-CARREGAR-TABELA-REEMB

                   IF WRK-QTD-RESTART > ZEROS
                       OPEN EXTEND FOLHA-FILE
                       MOVE WRK-LOTECAB-DATA TO WRK-RMH-DATA
                       MOVE WRK-LOTECAB-SEQUENCIA
                           TO WRK-RMH-SEQUENCIA
                       MOVE WRK-CBC-BANCO    TO WRK-RMH-BANCO
                       MOVE WRK-CBC-AGENCIA  TO WRK-RMH-AGENCIA
                       MOVE WRK-CBC-CONTA    TO WRK-RMH-CONTA
                       MOVE WRK-CBC-CONTA-DV TO WRK-RMH-CONTA-DV
                       WRITE REMESSA-LINHA FROM WRK-REM-HEADER
                       MOVE 'PROGTEPB'       TO WRK-CAB-PROGRAMA
                       MOVE 'FOLHA DE AUMENTOS SALARIAIS'

      **************************************************************
      ** NA RETOMADA, O EMPREGADO PULADO JA FOI PAGO ANTES DA
      ** QUEDA: SUAS VERBAS DE PONTO, COMISSAO, ADIANTAMENTO E
      ** REEMBOLSO SAO MARCADAS COMO CONSUMIDAS NAS TABELAS
      ** RECARREGADAS (SALVO DESLIGADO, QUE NAO CONSOME VERBA NEM NO
      ** PASSO NORMAL), PARA O FECHAMENTO NAO APONTA-LAS EM EXCECOES
      ** COMO SEM FOLHA (E BAIXAR OS REEMBOLSOS JA PAGOS).
      **************************************************************
       0110-PULAR-PROCESSADOS.

                   SET TAB-CMF-USADO(CMF-IDX) TO TRUE
           END-SEARCH.

           SET AUF-IDX TO 1.
           SEARCH TAB-AUF
               AT END
                   CONTINUE
               WHEN TAB-AUF-MATRICULA(AUF-IDX) = EMP-MATRICULA
                   SET TAB-AUF-USADO(AUF-IDX) TO TRUE
           END-SEARCH.

           SET ADT-IDX TO 1.
           SEARCH TAB-ADT
               AT END
                   CONTINUE
               WHEN TAB-ADT-MATRICULA(ADT-IDX) = EMP-MATRICULA
                   SET TAB-ADT-USADO(ADT-IDX) TO TRUE
           END-SEARCH.

           MOVE ZEROS TO WRK-VALOR-REEMBOLSO.
           PERFORM 0279-SOMAR-REEMBOLSO
               VARYING WRK-RMB-SUB FROM 1 BY 1
               UNTIL WRK-RMB-SUB > WRK-TAB-RMB-QTD.

       0200-PROCESSAR.

           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 0290-CONTAR-DEPENDENTES.
           PERFORM 0295-APLICAR-PONTO.
           PERFORM 0298-APLICAR-COMISSAO.
           PERFORM 0282-APLICAR-HORAS-AULA.
           MOVE WRK-BRUTO-MES TO WRK-DES-BRUTO.
           PERFORM 7400-CALCULAR-DESCONTOS.

               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-VALOR-BANCO-HORAS > ZEROS
               MOVE WRK-VALOR-BANCO-HORAS TO WRK-CCH-BANCO-ED
               MOVE WRK-BCH-HORAS-PAGAS   TO WRK-CCH-HORAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'BANCO HORAS VENC.: ' DELIMITED BY SIZE
                   WRK-CCH-BANCO-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-CCH-HORAS-ED DELIMITED BY SIZE
                   ' H A 50%)' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-HORAS-AO-BANCO > ZEROS
               MOVE WRK-HORAS-AO-BANCO TO WRK-CCH-HORAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'HORAS AO BANCO...: ' DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WRK-CCH-HORAS-ED DELIMITED BY SIZE
                   ' H (INFORMATIVO)' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-HORAS-COMPENSADAS > ZEROS
               MOVE WRK-HORAS-COMPENSADAS TO WRK-CCH-HORAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'HORAS COMPENSADAS: ' DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WRK-CCH-HORAS-ED DELIMITED BY SIZE
                   ' H (INFORMATIVO)' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-VALOR-FALTAS > ZEROS
               MOVE WRK-VALOR-FALTAS TO WRK-CCH-FALTAS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-VALOR-AFASTAMENTO > ZEROS
               MOVE WRK-VALOR-AFASTAMENTO TO WRK-CCH-AFAST-ED
               MOVE WRK-DIAS-AFASTAMENTO  TO WRK-CCH-DIAS-AFAST-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'AFASTAMENTO......: ' DELIMITED BY SIZE
                   WRK-CCH-AFAST-ED DELIMITED BY SIZE
                   '- (' DELIMITED BY SIZE
                   WRK-CCH-DIAS-AFAST-ED DELIMITED BY SIZE
                   ' DIAS NAO PAGOS PELA EMPRESA)' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-VALOR-COMISSAO > ZEROS
               MOVE WRK-VALOR-COMISSAO TO WRK-CCH-COMIS-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-VALOR-HORAS-AULA > ZEROS
               MOVE WRK-VALOR-HORAS-AULA TO WRK-CCH-AULA-ED
               MOVE WRK-HORAS-AULA       TO WRK-CCH-HORAS-AULA-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'HORAS-AULA.......: ' DELIMITED BY SIZE
                   WRK-CCH-AULA-ED DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   WRK-CCH-HORAS-AULA-ED DELIMITED BY SIZE
                   ' H NO MES, COM DSR)' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           MOVE SPACES TO CONTRACHEQUE-LINHA.
           STRING 'SALARIO BRUTO....: ' DELIMITED BY SIZE
               WRK-CCH-BRUTO-ED DELIMITED BY SIZE
               INTO CONTRACHEQUE-LINHA
           WRITE CONTRACHEQUE-LINHA.

           PERFORM 0294-APLICAR-PENSAO.

           IF WRK-VALOR-PENSAO > ZEROS
               MOVE WRK-VALOR-PENSAO TO WRK-CCH-PENSAO-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'PENSAO ALIMENT...: ' DELIMITED BY SIZE
                   WRK-CCH-PENSAO-ED DELIMITED BY SIZE
                   ' (PROC. ' DELIMITED BY SIZE
                   PEN-PROCESSO DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           PERFORM 0288-APLICAR-BENEFICIOS.

           IF WRK-VALOR-VT > ZEROS
               MOVE WRK-VALOR-VT TO WRK-CCH-VT-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'VALE-TRANSPORTE..: ' DELIMITED BY SIZE
                   WRK-CCH-VT-ED DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           IF WRK-VALOR-SAUDE > ZEROS
               MOVE WRK-VALOR-SAUDE TO WRK-CCH-SAUDE-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'PLANO DE SAUDE...: ' DELIMITED BY SIZE
                   WRK-CCH-SAUDE-ED DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-QTD-DEP-PLANO DELIMITED BY SIZE
                   ' DEPENDENTE(S))' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           PERFORM 0296-APLICAR-EMPRESTIMO.

           IF WRK-VALOR-EMPRESTIMO > ZEROS
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           PERFORM 0278-APLICAR-ADIANTAMENTO.

           IF WRK-VALOR-ADIANTAMENTO > ZEROS
               MOVE WRK-VALOR-ADIANTAMENTO TO WRK-CCH-ADIANT-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'ADIANTAMENTO.....: ' DELIMITED BY SIZE
                   WRK-CCH-ADIANT-ED DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           PERFORM 0283-APLICAR-REEMBOLSO.

           IF WRK-VALOR-REEMBOLSO > ZEROS
               MOVE WRK-VALOR-REEMBOLSO TO WRK-CCH-REEMB-ED
               MOVE SPACES TO CONTRACHEQUE-LINHA
               STRING 'REEMB. DESPESAS..: ' DELIMITED BY SIZE
                   WRK-CCH-REEMB-ED DELIMITED BY SIZE
                   '+ (NAO TRIBUTAVEL)' DELIMITED BY SIZE
                   INTO CONTRACHEQUE-LINHA
               WRITE CONTRACHEQUE-LINHA
           END-IF.

           MOVE WRK-LIQUIDO-FINAL TO WRK-CCH-LIQUIDO-ED.
           MOVE SPACES TO CONTRACHEQUE-LINHA.
           STRING 'SALARIO LIQUIDO..: ' DELIMITED BY SIZE
           MOVE WRK-DES-INSS     TO FHS-INSS.
           MOVE WRK-DES-IRRF     TO FHS-IRRF.
           MOVE WRK-LIQUIDO-FINAL TO FHS-LIQUIDO.
           MOVE WRK-VALOR-PENSAO TO FHS-PENSAO.
           WRITE FOLHAHIS-REG.

           MOVE SPACES TO CONTRACHEQUE-LINHA.
           MOVE WRK-VALOR-RETROAT TO
               TAB-CGT-TOTAL-RETROAT(WRK-TAB-CGT-QTD).

      **************************************************************
      ** PENSAO ALIMENTICIA JUDICIAL DO EMPREGADO CORRENTE
      ** (CADASTRO PENSAO): APLICADA SOBRE O LIQUIDO LEGAL (BRUTO
      ** MENOS INSS E IRRF) OU EM SALARIOS MINIMOS, LIMITADA AO
      ** PROPRIO LIQUIDO. ORDEM ENCERRADA NAO E APLICADA. PENSAO
      ** LIMITADA PELO LIQUIDO VAI PARA EXCECOES, PARA O RH AVISAR
      ** O JUIZO DA DIFERENCA.
      **************************************************************
       0294-APLICAR-PENSAO.

           MOVE ZEROS TO WRK-VALOR-PENSAO.

           IF WRK-PENSAO-ABERTO
               MOVE EMP-MATRICULA TO PEN-MATRICULA
               READ PENSAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PEN-ATIVA
                           PERFORM 0293-CALCULAR-PENSAO
                       END-IF
               END-READ
           END-IF.

       0293-CALCULAR-PENSAO.

           IF PEN-BASE-SAL-MINIMO
               COMPUTE WRK-VALOR-PENSAO ROUNDED =
                   WRK-SALARIO-MINIMO * PEN-QTD-SAL-MINIMO
           ELSE
               COMPUTE WRK-VALOR-PENSAO ROUNDED =
                   WRK-DES-LIQUIDO * PEN-PERCENTUAL / 100
           END-IF.

           IF WRK-VALOR-PENSAO > WRK-DES-LIQUIDO
               MOVE WRK-DES-LIQUIDO TO WRK-VALOR-PENSAO
               MOVE 'PROGTEPB'      TO EXC-PROGRAMA
               MOVE EMP-MATRICULA   TO EXC-CHAVE
               MOVE 'PEN-PROCESSO'  TO EXC-CAMPO
               MOVE PEN-PROCESSO    TO EXC-VALOR
               MOVE 'PENSAO LIMITADA AO LIQUIDO DO MES'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

      **************************************************************
      ** BENEFICIOS DO EMPREGADO CORRENTE (CADASTRO BENEFIC) EM
      ** VIGOR NA COMPETENCIA: VALE-TRANSPORTE E PLANO DE SAUDE. A
      ** PARTE DO EMPREGADO E DESCONTADA DO LIQUIDO APOS A PENSAO,
      ** LIMITADA A ELE; O QUE O LIQUIDO NAO COBRE FICA A CARGO DA
      ** EMPRESA E VAI PARA EXCECOES. CADA BENEFICIO E GRAVADO NO
      ** BENHIST COM O CUSTO E A DIVISAO ENTRE EMPREGADO E EMPRESA.
      **************************************************************
       0288-APLICAR-BENEFICIOS.

           MOVE ZEROS TO WRK-VALOR-VT.
           MOVE ZEROS TO WRK-VALOR-SAUDE.
           COMPUTE WRK-BEN-DISPONIVEL =
               WRK-DES-LIQUIDO - WRK-VALOR-PENSAO.
           COMPUTE WRK-BEN-INICIO-MES =
               WRK-LOTECAB-ANO * 10000 + WRK-LOTECAB-MES * 100 + 1.

           IF WRK-BENEFIC-ABERTO
               MOVE 'N'           TO WRK-BEN-FIM-SW
               MOVE EMP-MATRICULA TO BEN-MATRICULA
               MOVE SPACES        TO BEN-TIPO
               START BENEFIC-FILE KEY IS NOT LESS THAN BEN-CHAVE
                   INVALID KEY SET WRK-BEN-FIM TO TRUE
               END-START
               PERFORM 0289-LER-BENEFICIO UNTIL WRK-BEN-FIM
           END-IF.

       0289-LER-BENEFICIO.

           READ BENEFIC-FILE NEXT RECORD
               AT END
                   SET WRK-BEN-FIM TO TRUE
               NOT AT END
                   IF BEN-MATRICULA NOT = EMP-MATRICULA
                       SET WRK-BEN-FIM TO TRUE
                   ELSE
                       IF BEN-DATA-INICIO <= WRK-LOTECAB-DATA
                           AND (BEN-DATA-FIM = ZEROS
                               OR BEN-DATA-FIM >= WRK-BEN-INICIO-MES)
                           EVALUATE TRUE
                               WHEN BEN-VALE-TRANSPORTE
                                   PERFORM 0285-CALCULAR-VALE-TRANSP
                               WHEN BEN-PLANO-SAUDE
                                   PERFORM 0286-CALCULAR-PLANO-SAUDE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

      **************************************************************
      ** VALE-TRANSPORTE: CUSTO DO MES PELAS VIAGENS DIARIAS, TARIFA
      ** E DIAS UTEIS PADRAO; O EMPREGADO PAGA ATE WRK-VT-MAX-PCT DO
      ** SALARIO BASE E A EMPRESA O RESTANTE.
      **************************************************************
       0285-CALCULAR-VALE-TRANSP.

           COMPUTE WRK-BEN-CUSTO ROUNDED =
               BEN-VIAGENS-DIA * BEN-TARIFA * WRK-DIAS-UTEIS-VT.
           COMPUTE WRK-BEN-LIMITE ROUNDED =
               WRK-NOVO-SALARIO * WRK-VT-MAX-PCT / 100.
           IF WRK-BEN-CUSTO > WRK-BEN-LIMITE
               MOVE WRK-BEN-LIMITE TO WRK-BEN-PARTE-EMP
           ELSE
               MOVE WRK-BEN-CUSTO  TO WRK-BEN-PARTE-EMP
           END-IF.
           MOVE ZEROS TO WRK-BEN-FORNECEDOR.
           MOVE ZEROS TO WRK-BEN-QTD-DEP.

           PERFORM 0284-DESCONTAR-BENEFICIO.
           ADD WRK-BEN-PARTE-EMP TO WRK-VALOR-VT.

      **************************************************************
      ** PLANO DE SAUDE: CUSTO DO TITULAR PELA TABELA PLANOSAU MAIS
      ** O VALOR POR DEPENDENTE CADASTRADO NO DEPENDEN. O EMPREGADO
      ** PAGA O PERCENTUAL DO PLANO SOBRE O TITULAR E OS
      ** DEPENDENTES POR INTEIRO. PLANO FORA DA TABELA NAO E
      ** DESCONTADO E VAI PARA EXCECOES.
      **************************************************************
       0286-CALCULAR-PLANO-SAUDE.

           MOVE BEN-PLANO TO WRK-PLS-CODIGO.
           PERFORM 7795-BUSCAR-PLANO.

           IF WRK-PLS-ACHOU
               COMPUTE WRK-BEN-CUSTO =
                   TAB-PLS-VALOR-TITULAR(PLS-IDX)
                   + WRK-QTD-DEP-PLANO
                   * TAB-PLS-VALOR-DEPENDENTE(PLS-IDX)
               COMPUTE WRK-BEN-PARTE-EMP ROUNDED =
                   TAB-PLS-VALOR-TITULAR(PLS-IDX)
                   * TAB-PLS-PERC-EMPREGADO(PLS-IDX) / 100
                   + WRK-QTD-DEP-PLANO
                   * TAB-PLS-VALOR-DEPENDENTE(PLS-IDX)
               MOVE TAB-PLS-FORNECEDOR(PLS-IDX) TO WRK-BEN-FORNECEDOR
               MOVE WRK-QTD-DEP-PLANO TO WRK-BEN-QTD-DEP
               PERFORM 0284-DESCONTAR-BENEFICIO
               ADD WRK-BEN-PARTE-EMP TO WRK-VALOR-SAUDE
           ELSE
               MOVE 'PROGTEPB'      TO EXC-PROGRAMA
               MOVE EMP-MATRICULA   TO EXC-CHAVE
               MOVE 'BEN-PLANO'     TO EXC-CAMPO
               MOVE BEN-PLANO       TO EXC-VALOR
               MOVE 'PLANO DE SAUDE NAO CADASTRADO' TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

       0284-DESCONTAR-BENEFICIO.

           IF WRK-BEN-DISPONIVEL < ZEROS
               MOVE ZEROS TO WRK-BEN-DISPONIVEL
           END-IF.
           IF WRK-BEN-PARTE-EMP > WRK-BEN-DISPONIVEL
               MOVE WRK-BEN-DISPONIVEL TO WRK-BEN-PARTE-EMP
               MOVE 'PROGTEPB'      TO EXC-PROGRAMA
               MOVE EMP-MATRICULA   TO EXC-CHAVE
               MOVE 'BEN-TIPO'      TO EXC-CAMPO
               MOVE BEN-TIPO        TO EXC-VALOR
               MOVE 'BENEFICIO LIMITADO AO LIQUIDO DO MES'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.
           SUBTRACT WRK-BEN-PARTE-EMP FROM WRK-BEN-DISPONIVEL.

           MOVE WRK-LOTECAB-ANO    TO BHS-COMP-ANO.
           MOVE WRK-LOTECAB-MES    TO BHS-COMP-MES.
           MOVE EMP-MATRICULA      TO BHS-MATRICULA.
           MOVE EMP-CENTRO-CUSTO   TO BHS-CENTRO-CUSTO.
           MOVE BEN-TIPO           TO BHS-TIPO.
           MOVE BEN-PLANO          TO BHS-PLANO.
           MOVE WRK-BEN-FORNECEDOR TO BHS-FORNECEDOR.
           MOVE WRK-BEN-QTD-DEP    TO BHS-QTD-DEPENDENTES.
           MOVE WRK-BEN-CUSTO      TO BHS-CUSTO-TOTAL.
           MOVE WRK-BEN-PARTE-EMP  TO BHS-PARTE-EMPREGADO.
           COMPUTE BHS-PARTE-EMPRESA =
               WRK-BEN-CUSTO - WRK-BEN-PARTE-EMP.
           WRITE BENHIST-REG.

      **************************************************************
      ** DESCONTO DO EMPRESTIMO CONSIGNADO DO EMPREGADO CORRENTE:
      ** A PARCELA DO CADASTRO EMPRESTI E DEBITADA DO LIQUIDO JA
      ** CALCULADO (DEPOIS DA PENSAO ALIMENTICIA E DOS BENEFICIOS),
      ** LIMITADA AO SALDO DEVEDOR E A WRK-EML-MAX-PCT DESSE LIQUIDO
      ** (O CONTRACHEQUE NUNCA FICA NEGATIVO). O SALDO CAI PELO VALOR
      ** REALMENTE DESCONTADO; PARCELA INTEGRA DECREMENTA AS
      ** PARCELAS RESTANTES, PARCELA LIMITADA FICA DIFERIDA. SALDO
      ** ZERADO ENCERRA O EMPRESTIMO.
      **************************************************************
       0296-APLICAR-EMPRESTIMO.

           MOVE ZEROS           TO WRK-VALOR-EMPRESTIMO.
           COMPUTE WRK-LIQUIDO-FINAL =
               WRK-DES-LIQUIDO - WRK-VALOR-PENSAO
               - WRK-VALOR-VT - WRK-VALOR-SAUDE.

           IF WRK-EMPRESTI-ABERTO
               MOVE EMP-MATRICULA TO EML-MATRICULA
       0297-DEBITAR-PARCELA.

           COMPUTE WRK-EML-LIMITE ROUNDED =
               WRK-LIQUIDO-FINAL * WRK-EML-MAX-PCT / 100.

           MOVE EML-VALOR-PARCELA TO WRK-VALOR-EMPRESTIMO.
           IF WRK-VALOR-EMPRESTIMO > EML-SALDO
      ** DA HORA (SALARIO / 220) E DESCONTO DE FALTAS (SALARIO / 30
      ** POR DIA). O RESULTADO (WRK-BRUTO-MES) E O BRUTO QUE VAI
      ** PARA OS DESCONTOS DE INSS/IRRF E PARA O FGTS. SEM REGISTRO
      ** DE PONTO, O BRUTO E O SALARIO CHEIO, COMO SEMPRE FOI. OS
      ** DIAS DE AFASTAMENTO NAO PAGOS PELA EMPRESA SAEM EM SEGUIDA
      ** (VER 0287).
      **************************************************************
       0295-APLICAR-PONTO.

                   END-IF
           END-SEARCH.

           MOVE ZEROS TO WRK-HORAS-AO-BANCO.
           MOVE ZEROS TO WRK-HORAS-COMPENSADAS.
           MOVE ZEROS TO WRK-VALOR-BANCO-HORAS.
           IF WRK-BCOHORAS-ABERTO
               PERFORM 0299-APLICAR-BANCO-HORAS
           END-IF.

           PERFORM 0287-APLICAR-AFASTAMENTO.

      **************************************************************
      ** BANCO DE HORAS DO EMPREGADO CORRENTE (VER CPYBCHPR): A
      ** FOLGA COMPENSADA DO PONTO BAIXA OS LOTES MAIS ANTIGOS (O
      ** QUE PASSAR DO SALDO VAI PARA EXCECOES E NAO E BAIXADO),
      ** OS LOTES QUE ATINGIRAM O PRAZO DO ACORDO SAO PAGOS COM 50%
      ** SOBRE O VALOR DA HORA E, PELA REGRA DO CARGO, AS HORAS
      ** EXTRAS DO MES VAO PARA O BANCO EM VEZ DE SEREM PAGAS. O
      ** BRUTO E REFEITO COM O RESULTADO.
      **************************************************************
       0299-APLICAR-BANCO-HORAS.

           MOVE EMP-MATRICULA TO WRK-BCH-MATRICULA.
           COMPUTE WRK-BCH-COMPETENCIA =
               WRK-LOTECAB-ANO * 100 + WRK-LOTECAB-MES.
           MOVE 'PROGTEPB'    TO WRK-BCH-PROGRAMA.
           COMPUTE WRK-BCH-VALOR-HORA ROUNDED = WRK-NOVO-SALARIO / 220.

           IF WRK-PTO-ACHOU
               AND TAB-PTO-COMPENSADAS(PTO-IDX) > ZEROS
               MOVE TAB-PTO-COMPENSADAS(PTO-IDX) TO WRK-BCH-HORAS
               PERFORM 7741-DEBITAR-BANCO-HORAS
               COMPUTE WRK-HORAS-COMPENSADAS =
                   WRK-BCH-HORAS - WRK-BCH-HORAS-RESTANTES
               IF WRK-BCH-HORAS-RESTANTES > ZEROS
                   MOVE 'PROGTEPB'      TO EXC-PROGRAMA
                   MOVE EMP-MATRICULA   TO EXC-CHAVE
                   MOVE 'PTO-HORAS-COMP' TO EXC-CAMPO
                   MOVE WRK-BCH-HORAS-RESTANTES TO WRK-CCH-HORAS-ED
                   MOVE WRK-CCH-HORAS-ED TO EXC-VALOR
                   MOVE 'COMPENSACAO ACIMA DO SALDO DO BANCO'
                       TO EXC-MOTIVO
                   PERFORM 9100-GRAVAR-EXCECAO
               END-IF
           END-IF.

           MOVE 'V' TO WRK-BCH-TIPO-PAGTO.
           PERFORM 7745-PAGAR-BANCO-HORAS.
           MOVE WRK-BCH-VALOR-PAGO TO WRK-VALOR-BANCO-HORAS.

           IF WRK-PTO-ACHOU
               MOVE EMP-CARGO TO WRK-CGO-CODIGO
               PERFORM 7710-BUSCAR-CARGO
               IF WRK-CGO-BANCO-HE50 OR WRK-CGO-BANCO-TOTAL
                   ADD TAB-PTO-HE50(PTO-IDX) TO WRK-HORAS-AO-BANCO
                   MOVE ZEROS TO WRK-VALOR-HE50
               END-IF
               IF WRK-CGO-BANCO-TOTAL
                   ADD TAB-PTO-HE100(PTO-IDX) TO WRK-HORAS-AO-BANCO
                   MOVE ZEROS TO WRK-VALOR-HE100
               END-IF
               IF WRK-HORAS-AO-BANCO > ZEROS
                   MOVE WRK-HORAS-AO-BANCO TO WRK-BCH-HORAS
                   PERFORM 7740-CREDITAR-BANCO-HORAS
               END-IF
           END-IF.

           COMPUTE WRK-BRUTO-MES =
               WRK-NOVO-SALARIO + WRK-VALOR-HE50 + WRK-VALOR-HE100
               + WRK-VALOR-BANCO-HORAS - WRK-VALOR-FALTAS.
           IF WRK-BRUTO-MES < ZEROS
               MOVE ZEROS TO WRK-BRUTO-MES
           END-IF.

      **************************************************************
      ** AFASTAMENTO DO EMPREGADO CORRENTE NA COMPETENCIA (CADASTRO
      ** AFASTAM): OS DIAS DO MES NAO PAGOS PELA EMPRESA (DOENCA E
      ** ACIDENTE A PARTIR DO 16o DIA, A CARGO DO INSS, E LICENCA
      ** NAO REMUNERADA) SAEM DO BRUTO A RAZAO DE SALARIO / 30 POR
      ** DIA. O MES INTEIRO AFASTADO CONTA COMO 30 DIAS, QUALQUER
      ** QUE SEJA O TAMANHO DO MES. SEM CADASTRO, NADA MUDA.
      **************************************************************
       0287-APLICAR-AFASTAMENTO.

           MOVE ZEROS TO WRK-VALOR-AFASTAMENTO.
           MOVE ZEROS TO WRK-DIAS-AFASTAMENTO.

           IF WRK-AFASTAM-ABERTO
               MOVE 'UM'            TO DTS-FUNCAO
               MOVE WRK-LOTECAB-ANO TO DTS-DATA1-ANO
               MOVE WRK-LOTECAB-MES TO DTS-DATA1-MES
               MOVE 01              TO DTS-DATA1-DIA
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-DIAS        TO WRK-DIAS-NO-MES
               COMPUTE WRK-AFS-PER-INICIO =
                   WRK-LOTECAB-ANO * 10000 + WRK-LOTECAB-MES * 100 + 1
               COMPUTE WRK-AFS-PER-FIM =
                   WRK-LOTECAB-ANO * 10000 + WRK-LOTECAB-MES * 100
                   + WRK-DIAS-NO-MES
               MOVE EMP-MATRICULA   TO WRK-AFS-MATRICULA
               PERFORM 7720-SOMAR-AFASTAMENTOS
               IF WRK-AFS-DIAS-NAO-PAGOS NOT < WRK-DIAS-NO-MES
                   MOVE 30 TO WRK-DIAS-AFASTAMENTO
               ELSE
                   MOVE WRK-AFS-DIAS-NAO-PAGOS TO WRK-DIAS-AFASTAMENTO
               END-IF
           END-IF.

           IF WRK-DIAS-AFASTAMENTO > ZEROS
               COMPUTE WRK-VALOR-AFASTAMENTO ROUNDED =
                   WRK-NOVO-SALARIO * WRK-DIAS-AFASTAMENTO / 30
               IF WRK-VALOR-AFASTAMENTO > WRK-BRUTO-MES
                   MOVE WRK-BRUTO-MES TO WRK-VALOR-AFASTAMENTO
               END-IF
               SUBTRACT WRK-VALOR-AFASTAMENTO FROM WRK-BRUTO-MES
           END-IF.

      **************************************************************
      ** COMISSAO FECHADA DO MES DO EMPREGADO CORRENTE (INTERFACE
      ** COMFOLHA DO PROGVENDB): ENTRA COMO VERBA NO BRUTO, ANTES
                   ADD WRK-VALOR-COMISSAO TO WRK-BRUTO-MES
           END-SEARCH.

      **************************************************************
      ** HORAS-AULA DO MES DO PROFESSOR EMPREGADO (INTERFACE
      ** AULFOLHA DO PROGAULB, JA COM O REPOUSO SEMANAL): ENTRA COMO
      ** VERBA NO BRUTO, ANTES DOS DESCONTOS, E SAI DISCRIMINADA NO
      ** CONTRACHEQUE, COMO A COMISSAO.
      **************************************************************
       0282-APLICAR-HORAS-AULA.

           MOVE ZEROS TO WRK-VALOR-HORAS-AULA.
           MOVE ZEROS TO WRK-HORAS-AULA.

           SET AUF-IDX TO 1.
           SEARCH TAB-AUF
               AT END
                   CONTINUE
               WHEN TAB-AUF-MATRICULA(AUF-IDX) = EMP-MATRICULA
                   SET TAB-AUF-USADO(AUF-IDX) TO TRUE
                   MOVE TAB-AUF-VALOR(AUF-IDX) TO WRK-VALOR-HORAS-AULA
                   MOVE TAB-AUF-HORAS(AUF-IDX) TO WRK-HORAS-AULA
                   ADD WRK-VALOR-HORAS-AULA TO WRK-BRUTO-MES
           END-SEARCH.

      **************************************************************
      ** ADIANTAMENTO QUINZENAL PAGO AO EMPREGADO CORRENTE NA
      ** COMPETENCIA (REGISTRO ADIANTAM DO PROGADTB): E DESCONTADO
      ** DO LIQUIDO APOS O EMPRESTIMO, ATE O LIMITE DO PROPRIO
      ** LIQUIDO (O CONTRACHEQUE NUNCA FICA NEGATIVO). O RESIDUO NAO
      ** DESCONTADO VAI PARA EXCECOES, PARA ACERTO MANUAL DO RH.
      **************************************************************
       0278-APLICAR-ADIANTAMENTO.

           MOVE ZEROS TO WRK-VALOR-ADIANTAMENTO.

           SET ADT-IDX TO 1.
           SEARCH TAB-ADT
               AT END
                   CONTINUE
               WHEN TAB-ADT-MATRICULA(ADT-IDX) = EMP-MATRICULA
                   SET TAB-ADT-USADO(ADT-IDX) TO TRUE
                   MOVE TAB-ADT-VALOR(ADT-IDX)
                       TO WRK-VALOR-ADIANTAMENTO
           END-SEARCH.

           IF WRK-VALOR-ADIANTAMENTO > WRK-LIQUIDO-FINAL
               COMPUTE WRK-ADT-RESIDUO =
                   WRK-VALOR-ADIANTAMENTO - WRK-LIQUIDO-FINAL
               MOVE WRK-LIQUIDO-FINAL TO WRK-VALOR-ADIANTAMENTO
               MOVE 'PROGTEPB'      TO EXC-PROGRAMA
               MOVE EMP-MATRICULA   TO EXC-CHAVE
               MOVE 'ADT-VALOR'     TO EXC-CAMPO
               MOVE WRK-ADT-RESIDUO TO WRK-CCH-ADIANT-ED
               MOVE WRK-CCH-ADIANT-ED TO EXC-VALOR
               MOVE 'ADIANTAMENTO MAIOR QUE O LIQUIDO DO MES'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

           SUBTRACT WRK-VALOR-ADIANTAMENTO FROM WRK-LIQUIDO-FINAL.

      **************************************************************
      ** REEMBOLSO DE DESPESAS APROVADO PARA A FOLHA (REEMBOLS): OS
      ** PEDIDOS DO EMPREGADO CORRENTE SAO SOMADOS AO LIQUIDO DEPOIS
      ** DE TODOS OS DESCONTOS. E VERBA INDENIZATORIA: NAO ENTRA NO
      ** BRUTO, NAS BASES DE INSS, IRRF E FGTS NEM NO LIMITE DO
      ** CONSIGNADO. O CENTRO DE CUSTO DO LANCAMENTO E O DO
      ** EMPREGADO NO MOMENTO DO PAGAMENTO.
      **************************************************************
       0283-APLICAR-REEMBOLSO.

           MOVE ZEROS TO WRK-VALOR-REEMBOLSO.
           PERFORM 0279-SOMAR-REEMBOLSO
               VARYING WRK-RMB-SUB FROM 1 BY 1
               UNTIL WRK-RMB-SUB > WRK-TAB-RMB-QTD.
           ADD WRK-VALOR-REEMBOLSO TO WRK-LIQUIDO-FINAL.

       0279-SOMAR-REEMBOLSO.

           IF TAB-RMB-MATRICULA(WRK-RMB-SUB) = EMP-MATRICULA
               AND NOT TAB-RMB-USADO(WRK-RMB-SUB)
               SET TAB-RMB-USADO(WRK-RMB-SUB) TO TRUE
               MOVE EMP-CENTRO-CUSTO TO TAB-RMB-CCUSTO(WRK-RMB-SUB)
               ADD TAB-RMB-VALOR(WRK-RMB-SUB) TO WRK-VALOR-REEMBOLSO
           END-IF.

      **************************************************************
      ** CONTA OS DEPENDENTES DO EMPREGADO CORRENTE PARA A DEDUCAO
      ** DO IRRF: POSICIONA O CADASTRO DEPENDEN NA MATRICULA E LE
       0290-CONTAR-DEPENDENTES.

           MOVE ZEROS TO WRK-DES-QTD-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEP-PLANO.

           IF WRK-DEPENDEN-ABERTO
               MOVE 'N'           TO WRK-DEP-FIM-SW
                   IF DPD-MATRICULA NOT = EMP-MATRICULA
                       SET WRK-DEP-FIM TO TRUE
                   ELSE
                       ADD 1 TO WRK-QTD-DEP-PLANO
                       PERFORM 0292-AVALIAR-DEPENDENTE
                   END-IF
           END-READ.
      ** DETALHE DA REMESSA BANCARIA DO EMPREGADO CORRENTE: DADOS
      ** BANCARIOS DO CADASTRO E VALOR DO SALARIO LIQUIDO CALCULADO
      ** PELO CONTRACHEQUE (VER 0230-GRAVAR-CONTRACHEQUE, QUE DEIXA
      ** WRK-DES-LIQUIDO PREENCHIDO). HAVENDO PENSAO ALIMENTICIA,
      ** SAI UM SEGUNDO DETALHE COM A MATRICULA DO EMPREGADO, O NOME
      ** E OS DADOS BANCARIOS DO BENEFICIARIO E O VALOR DA PENSAO.
      **************************************************************
       0260-GRAVAR-DETALHE-REMESSA.


           ADD WRK-LIQUIDO-FINAL TO WRK-TOTAL-LIQUIDOS.

           IF WRK-VALOR-PENSAO > ZEROS
               MOVE EMP-MATRICULA    TO WRK-RMD-MATRICULA
               MOVE PEN-BENEFICIARIO TO WRK-RMD-NOME
               MOVE PEN-BANCO        TO WRK-RMD-BANCO
               MOVE PEN-AGENCIA      TO WRK-RMD-AGENCIA
               MOVE PEN-CONTA        TO WRK-RMD-CONTA
               MOVE PEN-CONTA-DV     TO WRK-RMD-CONTA-DV
               MOVE WRK-VALOR-PENSAO TO WRK-RMD-VALOR
               WRITE REMESSA-LINHA FROM WRK-REM-DETALHE
               ADD 1                TO WRK-QTD-PENSOES
               ADD WRK-VALOR-PENSAO TO WRK-TOTAL-LIQUIDOS
           END-IF.

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO

               PERFORM 0330-GRAVAR-RESUMO-CCUSTO
               PERFORM 0340-GRAVAR-LANCAMENTOS-CONTAB
               PERFORM 0345-BAIXAR-REEMBOLSOS
               PERFORM 0350-GRAVAR-REMESSA-FGTS
               PERFORM 0360-APONTAR-PONTO-SEM-FOLHA
                   VARYING WRK-PTO-SUB FROM 1 BY 1
               PERFORM 0365-APONTAR-COMIS-SEM-FOLHA
                   VARYING WRK-CMF-SUB FROM 1 BY 1
                   UNTIL WRK-CMF-SUB > WRK-TAB-CMF-QTD
               PERFORM 0366-APONTAR-AULA-SEM-FOLHA
                   VARYING WRK-AUF-SUB FROM 1 BY 1
                   UNTIL WRK-AUF-SUB > WRK-TAB-AUF-QTD
               PERFORM 0368-APONTAR-ADIANT-SEM-FOLHA
                   VARYING WRK-ADT-SUB FROM 1 BY 1
                   UNTIL WRK-ADT-SUB > WRK-TAB-ADT-QTD
               PERFORM 0369-APONTAR-REEMB-SEM-FOLHA
                   VARYING WRK-RMB-SUB FROM 1 BY 1
                   UNTIL WRK-RMB-SUB > WRK-TAB-RMB-QTD

               COMPUTE WRK-RMT-QTD =
                   WRK-QTD-EMPREGADOS + WRK-QTD-PENSOES
               MOVE WRK-TOTAL-LIQUIDOS TO WRK-RMT-TOTAL
               WRITE REMESSA-LINHA FROM WRK-REM-TRAILER
               CLOSE REMESSA-FILE
               PERFORM 0341-GRAVAR-MOVIMENTO-BANCO

               IF WRK-DEPENDEN-ABERTO
                   CLOSE DEPENDEN-FILE
               IF WRK-EMPRESTI-ABERTO
                   CLOSE EMPRESTI-FILE
               END-IF
               IF WRK-PENSAO-ABERTO
                   CLOSE PENSAO-FILE
               END-IF
               IF WRK-AFASTAM-ABERTO
                   CLOSE AFASTAM-FILE
               END-IF
               IF WRK-BENEFIC-ABERTO
                   CLOSE BENEFIC-FILE
               END-IF
               IF WRK-BCOHORAS-ABERTO
                   CLOSE BCOHORAS-FILE
                   CLOSE BCHMOV-FILE
               END-IF
               CLOSE BENHIST-FILE
               CLOSE FOLHAHIS-FILE
               CLOSE EMPREGADOS-FILE
               CLOSE FOLHA-FILE
               CLOSE EXCECOES-FILE

               PERFORM 0370-ESVAZIAR-COMFOLHA
               PERFORM 0371-ESVAZIAR-AULFOLHA
               PERFORM 0375-ESVAZIAR-PONTOMES
               PERFORM 8420-REINICIAR-CHECKPOINT
           END-IF.
               CLOSE COMFOLHA-FILE
           END-IF.

      **************************************************************
      ** A INTERFACE DE HORAS-AULA FOI CONSUMIDA PELA FOLHA
      ** CONCLUIDA E E ESVAZIADA PELO MESMO MOTIVO DA COMFOLHA; O
      ** CONTROLE AULCTL DO PROGAULB IMPEDE QUE ELA SEJA REGRAVADA
      ** PARA A MESMA COMPETENCIA.
      **************************************************************
       0371-ESVAZIAR-AULFOLHA.

           IF WRK-AULFOLHA-STATUS NOT = '35'
               OPEN OUTPUT AULFOLHA-FILE
               CLOSE AULFOLHA-FILE
           END-IF.

      **************************************************************
      ** O PONTO DO MES FOI CONSUMIDO PELA FOLHA CONCLUIDA: O
      ** ARQUIVO E ESVAZIADO PARA A JANELA SEGUINTE NAO REPAGAR AS
               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** A REMESSA DE SALARIOS ENTRA NO MOVIMENTO BANCARIO COMO
      ** SAIDA PREVISTA DA CONTA DA FOLHA NA DATA DO LOTE, PELO
      ** TOTAL DO TRAILER (LIQUIDOS E PENSOES); O RETORNO (PROGBRET)
      ** CONFIRMA OU DEVOLVE OS DEPOSITOS.
      **************************************************************
       0341-GRAVAR-MOVIMENTO-BANCO.

           IF WRK-TOTAL-LIQUIDOS > ZEROS
               PERFORM 7540-ABRIR-MOVIMENTO-BANCO
               MOVE WRK-LOTECAB-DATA   TO MBC-DATA
               MOVE 'PROGTEPB'         TO MBC-PROGRAMA
               MOVE 'BANCOREM'         TO MBC-ARQUIVO
               SET MBC-SAIDA           TO TRUE
               SET MBC-PREVISTO        TO TRUE
               MOVE WRK-TOTAL-LIQUIDOS TO MBC-VALOR
               MOVE WRK-RMT-QTD        TO MBC-QUANTIDADE
               MOVE 'BANCOREM'         TO MBC-DOCUMENTO
               MOVE 'REMESSA DE SALARIOS' TO MBC-HISTORICO
               PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               CLOSE MOVBANCO-FILE
           END-IF.

      **************************************************************
      ** PEDIDOS DE REEMBOLSO PAGOS NESTA FOLHA (INCLUSIVE OS DOS
      ** EMPREGADOS PAGOS ANTES DE UMA QUEDA, MARCADOS NA RETOMADA):
      ** PASSAM A 'G' NO REEMBOLS COM A COMPETENCIA NA REFERENCIA,
      ** PARA NAO SEREM PAGOS DE NOVO, E A DESPESA E LANCADA NO
      ** CENTRO DE CUSTO DO EMPREGADO CONTRA SALARIOS A PAGAR
      ** (D 41019 / C 21002), UM PAR DE LANCAMENTOS POR PEDIDO.
      **************************************************************
       0345-BAIXAR-REEMBOLSOS.

           MOVE ZEROS TO WRK-QTD-REEMB-PAGOS.
           IF WRK-TAB-RMB-QTD > ZEROS
               OPEN I-O REEMBOLS-FILE
               IF WRK-REEMBOLS-STATUS NOT = '00'
                   MOVE 'PROGTEPB'           TO ABL-PROGRAMA
                   MOVE '0345-BAIXAR-REEMB'  TO ABL-PARAGRAFO
                   MOVE WRK-REEMBOLS-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR OS PEDIDOS DE REEMBOLSO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   OPEN EXTEND LANCTOS-FILE
                   IF WRK-LANCTOS-STATUS = '05' OR '35'
                       CLOSE LANCTOS-FILE
                       OPEN OUTPUT LANCTOS-FILE
                   END-IF
                   PERFORM 0346-BAIXAR-UM-REEMBOLSO
                       VARYING WRK-RMB-SUB FROM 1 BY 1
                       UNTIL WRK-RMB-SUB > WRK-TAB-RMB-QTD
                   CLOSE LANCTOS-FILE
                   CLOSE REEMBOLS-FILE
               END-IF
           END-IF.

       0346-BAIXAR-UM-REEMBOLSO.

           IF TAB-RMB-USADO(WRK-RMB-SUB)
               MOVE TAB-RMB-MATRICULA(WRK-RMB-SUB) TO RMB-MATRICULA
               MOVE TAB-RMB-NUMERO(WRK-RMB-SUB)    TO RMB-NUMERO
               READ REEMBOLS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RMB-PAGO TO TRUE
                       MOVE SPACES TO RMB-REFERENCIA
                       STRING 'FOLHA ' DELIMITED BY SIZE
                           WRK-LOTECAB-ANO DELIMITED BY SIZE
                           WRK-LOTECAB-MES DELIMITED BY SIZE
                           INTO RMB-REFERENCIA
                       END-STRING
                       REWRITE REEMBOLSO-REG
               END-READ

               MOVE TAB-RMB-CCUSTO(WRK-RMB-SUB) TO LAN-CENTRO-CUSTO
               MOVE 41019                 TO LAN-CONTA
               MOVE 'D'                   TO LAN-TIPO
               MOVE TAB-RMB-VALOR(WRK-RMB-SUB) TO LAN-VALOR
               MOVE WRK-DATASISTEMA       TO LAN-DATA
               MOVE SPACES                TO LAN-DOCUMENTO
               STRING TAB-RMB-MATRICULA(WRK-RMB-SUB) DELIMITED BY SIZE
                   TAB-RMB-NUMERO(WRK-RMB-SUB) DELIMITED BY SIZE
                   INTO LAN-DOCUMENTO
               END-STRING
               MOVE 'REEMBOLSO DE DESPESAS NA FOLHA' TO LAN-HISTORICO
               WRITE LANCTO-REG
               MOVE 21002                 TO LAN-CONTA
               MOVE 'C'                   TO LAN-TIPO
               WRITE LANCTO-REG
               ADD 1 TO WRK-QTD-REEMB-PAGOS
           END-IF.

      **************************************************************
      ** REGISTRO DE PONTO QUE NAO FOI CONSUMIDO POR NENHUM
      ** EMPREGADO PROCESSADO (MATRICULA INEXISTENTE OU EMPREGADO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

      **************************************************************
      ** HORA-AULA QUE NAO FOI CONSUMIDA POR NENHUM EMPREGADO
      ** PROCESSADO (MATRICULA INEXISTENTE OU DESLIGADO) E DESVIADA
      ** PARA O RELATORIO DE EXCECOES, PARA O PROFESSOR NAO FICAR
      ** SEM AS AULAS DO MES.
      **************************************************************
       0366-APONTAR-AULA-SEM-FOLHA.

           IF NOT TAB-AUF-USADO(WRK-AUF-SUB)
               MOVE 'PROGTEPB' TO EXC-PROGRAMA
               MOVE TAB-AUF-MATRICULA(WRK-AUF-SUB) TO EXC-CHAVE
               MOVE 'AUF-MATRICULA' TO EXC-CAMPO
               MOVE TAB-AUF-MATRICULA(WRK-AUF-SUB) TO EXC-VALOR
               MOVE 'HORA-AULA SEM EMPREGADO NA FOLHA' TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

      **************************************************************
      ** ADIANTAMENTO DA COMPETENCIA QUE NAO FOI DESCONTADO DE
      ** NENHUM EMPREGADO PROCESSADO (DESLIGADO APOS O DIA 20 OU
      ** MATRICULA INEXISTENTE) E DESVIADO PARA O RELATORIO DE
      ** EXCECOES, PARA O RH COBRAR O VALOR NA RESCISAO.
      **************************************************************
       0368-APONTAR-ADIANT-SEM-FOLHA.

           IF NOT TAB-ADT-USADO(WRK-ADT-SUB)
               MOVE 'PROGTEPB' TO EXC-PROGRAMA
               MOVE TAB-ADT-MATRICULA(WRK-ADT-SUB) TO EXC-CHAVE
               MOVE 'ADT-MATRICULA' TO EXC-CAMPO
               MOVE TAB-ADT-VALOR(WRK-ADT-SUB) TO WRK-CCH-ADIANT-ED
               MOVE WRK-CCH-ADIANT-ED TO EXC-VALOR
               MOVE 'ADIANTAMENTO SEM EMPREGADO NA FOLHA'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

      **************************************************************
      ** PEDIDO DE REEMBOLSO APROVADO PARA A FOLHA CUJO EMPREGADO
      ** NAO FOI PAGO NESTA FOLHA (DESLIGADO OU MATRICULA
      ** INEXISTENTE) E DESVIADO PARA O RELATORIO DE EXCECOES. O
      ** PEDIDO SEGUE APROVADO NO REEMBOLS: O RH O PAGA NA RESCISAO
      ** OU ELE ENTRA NA FOLHA SEGUINTE.
      **************************************************************
       0369-APONTAR-REEMB-SEM-FOLHA.

           IF NOT TAB-RMB-USADO(WRK-RMB-SUB)
               MOVE 'PROGTEPB' TO EXC-PROGRAMA
               MOVE TAB-RMB-MATRICULA(WRK-RMB-SUB) TO EXC-CHAVE
               MOVE 'RMB-MATRICULA' TO EXC-CAMPO
               MOVE TAB-RMB-VALOR(WRK-RMB-SUB) TO WRK-CCH-REEMB-ED
               MOVE WRK-CCH-REEMB-ED TO EXC-VALOR
               MOVE 'REEMBOLSO SEM EMPREGADO NA FOLHA'
                   TO EXC-MOTIVO
               PERFORM 9100-GRAVAR-EXCECAO
           END-IF.

      **************************************************************
      ** CARGA DA INTERFACE DE COMISSOES (COMFOLHA) PARA A TABELA
      ** EM MEMORIA. O ARQUIVO E OPCIONAL; AUSENTE, A FOLHA SAI SEM
               AT END SET WRK-COMFOLHA-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARGA DA INTERFACE DE HORAS-AULA (AULFOLHA) DA COMPETENCIA
      ** DO LOTE PARA A TABELA EM MEMORIA; AS DEMAIS COMPETENCIAS
      ** SAO IGNORADAS. MATRICULA REPETIDA (MAIS DE UM CODIGO DE
      ** PROFESSOR PARA O MESMO EMPREGADO) TEM AS HORAS SOMADAS. O
      ** ARQUIVO E OPCIONAL; AUSENTE, NAO HA HORA-AULA NA FOLHA.
      **************************************************************
       7655-CARREGAR-TABELA-AULAS.

           MOVE 'N' TO WRK-AULFOLHA-FIM-SW.
           MOVE 0   TO WRK-TAB-AUF-QTD.
           OPEN INPUT AULFOLHA-FILE.
           IF WRK-AULFOLHA-STATUS = '35'
               CONTINUE
           ELSE
               READ AULFOLHA-FILE
                   AT END SET WRK-AULFOLHA-FIM TO TRUE
               END-READ
               PERFORM 7665-LER-REGISTRO-AULAS
                   UNTIL WRK-AULFOLHA-FIM
               CLOSE AULFOLHA-FILE
           END-IF.

       7665-LER-REGISTRO-AULAS.

           IF AUF-COMP-ANO = WRK-LOTECAB-ANO
               AND AUF-COMP-MES = WRK-LOTECAB-MES
               SET AUF-IDX TO 1
               SEARCH TAB-AUF
                   AT END
                       IF WRK-TAB-AUF-QTD < 300
                           ADD 1 TO WRK-TAB-AUF-QTD
                           MOVE AUF-MATRICULA
                               TO TAB-AUF-MATRICULA(WRK-TAB-AUF-QTD)
                           MOVE AUF-HORAS
                               TO TAB-AUF-HORAS(WRK-TAB-AUF-QTD)
                           MOVE AUF-VALOR
                               TO TAB-AUF-VALOR(WRK-TAB-AUF-QTD)
                           MOVE 'N'
                               TO TAB-AUF-USADO-SW(WRK-TAB-AUF-QTD)
                       END-IF
                   WHEN TAB-AUF-MATRICULA(AUF-IDX) = AUF-MATRICULA
                       ADD AUF-HORAS TO TAB-AUF-HORAS(AUF-IDX)
                       ADD AUF-VALOR TO TAB-AUF-VALOR(AUF-IDX)
               END-SEARCH
           END-IF.
           READ AULFOLHA-FILE
               AT END SET WRK-AULFOLHA-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARGA DOS ADIANTAMENTOS QUINZENAIS DA COMPETENCIA DO LOTE
      ** (REGISTRO ADIANTAM, GRAVADO PELO PROGADTB) PARA A TABELA EM
      ** MEMORIA. AS DEMAIS COMPETENCIAS DO ARQUIVO SAO IGNORADAS.
      ** O ARQUIVO E OPCIONAL; AUSENTE, NAO HA DESCONTO.
      **************************************************************
       7670-CARREGAR-TABELA-ADIANT.

           MOVE 'N' TO WRK-ADIANTAM-FIM-SW.
           MOVE 0   TO WRK-TAB-ADT-QTD.
           OPEN INPUT ADIANTAM-FILE.
           IF WRK-ADIANTAM-STATUS = '35'
               CONTINUE
           ELSE
               READ ADIANTAM-FILE
                   AT END SET WRK-ADIANTAM-FIM TO TRUE
               END-READ
               PERFORM 7680-LER-REGISTRO-ADIANT
                   UNTIL WRK-ADIANTAM-FIM
               CLOSE ADIANTAM-FILE
           END-IF.

       7680-LER-REGISTRO-ADIANT.

           IF ADT-COMP-ANO = WRK-LOTECAB-ANO
               AND ADT-COMP-MES = WRK-LOTECAB-MES
               AND WRK-TAB-ADT-QTD < 500
               ADD 1 TO WRK-TAB-ADT-QTD
               MOVE ADT-MATRICULA
                   TO TAB-ADT-MATRICULA(WRK-TAB-ADT-QTD)
               MOVE ADT-VALOR TO TAB-ADT-VALOR(WRK-TAB-ADT-QTD)
               MOVE 'N' TO TAB-ADT-USADO-SW(WRK-TAB-ADT-QTD)
           END-IF.
           READ ADIANTAM-FILE
               AT END SET WRK-ADIANTAM-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARGA DOS PEDIDOS DE REEMBOLSO APROVADOS ('A') PARA
      ** PAGAMENTO NA FOLHA ('F') PARA A TABELA EM MEMORIA, PELA
      ** ORDEM DA CHAVE. O ARQUIVO E OPCIONAL; AUSENTE, NAO HA
      ** REEMBOLSO NA FOLHA.
      **************************************************************
       7690-CARREGAR-TABELA-REEMB.

           MOVE 'N' TO WRK-REEMBOLS-FIM-SW.
           MOVE 0   TO WRK-TAB-RMB-QTD.
           OPEN INPUT REEMBOLS-FILE.
           IF WRK-REEMBOLS-STATUS NOT = '00'
               CONTINUE
           ELSE
               READ REEMBOLS-FILE NEXT RECORD
                   AT END SET WRK-REEMBOLS-FIM TO TRUE
               END-READ
               PERFORM 7695-LER-REGISTRO-REEMB
                   UNTIL WRK-REEMBOLS-FIM
               CLOSE REEMBOLS-FILE
           END-IF.

       7695-LER-REGISTRO-REEMB.

           IF RMB-APROVADO AND RMB-PAGTO-FOLHA
               AND WRK-TAB-RMB-QTD < 500
               ADD 1 TO WRK-TAB-RMB-QTD
               MOVE RMB-MATRICULA
                   TO TAB-RMB-MATRICULA(WRK-TAB-RMB-QTD)
               MOVE RMB-NUMERO TO TAB-RMB-NUMERO(WRK-TAB-RMB-QTD)
               MOVE RMB-VALOR-TOTAL TO TAB-RMB-VALOR(WRK-TAB-RMB-QTD)
               MOVE SPACES TO TAB-RMB-CCUSTO(WRK-TAB-RMB-QTD)
               MOVE 'N' TO TAB-RMB-USADO-SW(WRK-TAB-RMB-QTD)
           END-IF.
           READ REEMBOLS-FILE NEXT RECORD
               AT END SET WRK-REEMBOLS-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARGA DO MOVIMENTO MENSAL DE PONTO (PONTOMES) PARA A
      ** TABELA EM MEMORIA. O ARQUIVO E OPCIONAL; AUSENTE, A FOLHA
                   TAB-PTO-HE100(WRK-TAB-PTO-QTD)
               MOVE PTO-DIAS-FALTA TO
                   TAB-PTO-FALTAS(WRK-TAB-PTO-QTD)
               IF PTO-HORAS-COMPENSADAS IS NUMERIC
                   MOVE PTO-HORAS-COMPENSADAS TO
                       TAB-PTO-COMPENSADAS(WRK-TAB-PTO-QTD)
               ELSE
                   MOVE ZEROS TO TAB-PTO-COMPENSADAS(WRK-TAB-PTO-QTD)
               END-IF
               MOVE 'N' TO TAB-PTO-USADO-SW(WRK-TAB-PTO-QTD)
           END-IF.

                               TO WRK-TOTAL-LIQUIDOS
                           MOVE CKPT-TOTAL-FGTS
                               TO WRK-TOTAL-FGTS
                           IF CKPT-QTD-PENSOES IS NUMERIC
                               MOVE CKPT-QTD-PENSOES
                                   TO WRK-QTD-PENSOES
                           END-IF
                           PERFORM 8430-LER-TABELAS-CHECKPOINT
                       END-IF
               END-READ
           MOVE WRK-TOTAL-AUMENTOS TO CKPT-TOTAL-AUMENTOS.
           MOVE WRK-TOTAL-LIQUIDOS TO CKPT-TOTAL-LIQUIDOS.
           MOVE WRK-TOTAL-FGTS     TO CKPT-TOTAL-FGTS.
           MOVE WRK-QTD-PENSOES    TO CKPT-QTD-PENSOES.
           WRITE CHECKPOINT-REG.
           PERFORM 8411-GRAVAR-CCT-CHECKPOINT
               VARYING WRK-CKPT-SUB FROM 1 BY 1
           MOVE ZEROS TO CKPT-TOTAL-AUMENTOS.
           MOVE ZEROS TO CKPT-TOTAL-LIQUIDOS.
           MOVE ZEROS TO CKPT-TOTAL-FGTS.
           MOVE ZEROS TO CKPT-QTD-PENSOES.
           WRITE CHECKPOINT-REG.
           CLOSE CHECKPOINT-FILE.


       COPY CPYTEPPR.
       COPY CPYCGOPR.
       COPY CPYAFSPR.
       COPY CPYPLSPR.
       COPY CPYBCHPR.
       COPY CPYCTRPR.
       COPY CPYTEPTPR.
       COPY CPYDESPR.
       COPY CPYCCUPR.
       COPY CPYCBCPR.
       COPY CPYMBCPR.
       COPY CPYTEPHPR.
       COPY CPYFERPR.
       COPY CPYCABPR.
