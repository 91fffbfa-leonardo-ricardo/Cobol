      **               A MAO DESSES TRES ERA A MESMA BRECHA QUE
      **               ESTE PROGRAMA VEIO FECHAR. OS PROGRAMAS
      **               DONOS SEGUEM SO LENDO.
      **  15/10/2026 LR - ENTRAM A TABELA PDDTAB (PERCENTUAIS DE
      **               PROVISAO PARA DEVEDORES DUVIDOSOS POR FAIXA
      **               DE DIAS DE ATRASO, CONTINUIDADE EM DIAS E
      **               PERCENTUAL 0-100) E O REGISTRO UNICO PDDCFG
      **               (DIAS DE ATRASO PARA BAIXA COMO PERDA), AMBOS
      **               LIDOS PELO PROGPDDB.
      **  15/10/2026 LR - ENTRA A TABELA VEICTAB (TIPOS DE VEICULO
      **               COM PESO E CUBAGEM MAXIMOS, LIDA PELA MONTAGEM
      **               DE CARGAS PROGCRGB), REDIGITADA POR INTEIRO
      **               EM ORDEM CRESCENTE DE CAPACIDADE, SEM TIPO
      **               REPETIDO E COM CAPACIDADES MAIORES QUE ZERO.
      **  15/10/2026 LR - ENTRA O REGISTRO UNICO AVTCFG (PESOS DOS
      **               QUATRO INDICADORES DA AVALIACAO MENSAL DE
      **               TRANSPORTADORAS, SOMANDO 100, E A NOTA MINIMA
      **               1-100), LIDO PELO PROGAVTB.
      **  15/10/2026 LR - ENTRA O REGISTRO UNICO REMACFG (DIAS DE
      **               ATRASO DE MENSALIDADE, MAIOR QUE ZERO, E VALOR
      **               DEVIDO MINIMO QUE RETEM A REMATRICULA), LIDO
      **               PELO PROGREMB.
      **  15/10/2026 LR - ENTRA O REGISTRO UNICO BLSCFG (MEDIA DE CORTE
      **               0,1-10,0 PARA RENOVAR BOLSA DE MERITO), LIDO
      **               PELO PROGBLSM E PELO PROGBLSB.
      **  15/10/2026 LR - ENTRAM O REGISTRO UNICO RCTCFG (DIAS SEM
      **               ACESSO PARA BLOQUEIO DA CONTA, MAIOR QUE ZERO)
      **               E A TABELA SODREGRA (PARES DE PROGRAMAS QUE
      **               NAO PODEM FICAR COM O MESMO USUARIO, COM OS
      **               NIVEIS QUE OS ALCANCAM), REDIGITADA POR
      **               INTEIRO; AMBOS LIDOS PELO PROGRCTB.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PARMHIST-FILE ASSIGN TO "PARMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARMHIST-STATUS.
           SELECT PDDCFG-FILE ASSIGN TO "PDDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PDDCFG-STATUS.
           SELECT AVTCFG-FILE ASSIGN TO "AVTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AVTCFG-STATUS.
           SELECT REMACFG-FILE ASSIGN TO "REMACFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMACFG-STATUS.
           SELECT BLSCFG-FILE ASSIGN TO "BLSCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BLSCFG-STATUS.
           SELECT RCTCFG-FILE ASSIGN TO "RCTCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RCTCFG-STATUS.
           COPY CPYSODSL.
           COPY CPYPDDSL.
           COPY CPYVEISL.
           COPY CPYUSUSL.
           COPY CPYABLSL.
       DATA DIVISION.
       01  BKPCFG-REG.
           05  BKG-MAX-GERACOES   PIC 9(02).

       FD  PDDCFG-FILE.
       01  PDDCFG-REG.
           05  PDC-DIAS-BAIXA     PIC 9(03).

       FD  AVTCFG-FILE.
       01  AVTCFG-REG.
           05  ACF-PESO-PRAZO     PIC 9(03).
           05  ACF-PESO-REVERSA   PIC 9(03).
           05  ACF-PESO-COBRANCA  PIC 9(03).
           05  ACF-PESO-POD       PIC 9(03).
           05  ACF-NOTA-MINIMA    PIC 9(03).

       FD  REMACFG-FILE.
       01  REMACFG-REG.
           05  RCF-DIAS-ATRASO    PIC 9(03).
           05  RCF-VALOR-MINIMO   PIC 9(07)V99.

       FD  BLSCFG-FILE.
       01  BLSCFG-REG.
           05  BCF-CORTE-MERITO   PIC 9(02)V9.

       FD  RCTCFG-FILE.
       01  RCTCFG-REG.
           05  RCC-DIAS-INATIVIDADE PIC 9(03).
       COPY CPYSODFD.

       FD  PARMHIST-FILE.
       01  PARMHIST-REG.
           05  PMH-DATA           PIC 9(08).
           05  PMH-VALOR-ANTES    PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PMH-VALOR-DEPOIS   PIC X(20).
       COPY CPYPDDFD.
       COPY CPYVEIFD.
       COPY CPYUSUFD.
       COPY CPYABLFD.

       77  WRK-EMBCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-SEGCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-BKPCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PDDTAB-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PDDCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-VEICTAB-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AVTCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-REMACFG-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BLSCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RCTCFG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-SODREGRA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CARGA-FIM-SW       PIC X(01) VALUE 'N'.
       01  WRK-CFG-NOVO.
           05  WRK-CFG-DIAS       PIC 9(03) VALUE ZEROS.
           05  WRK-CFG-GERACOES   PIC 9(02) VALUE ZEROS.
       01  WRK-AVT-NOVO.
           05  WRK-AVT-PESO-PRAZO PIC 9(03) VALUE ZEROS.
           05  WRK-AVT-PESO-REV   PIC 9(03) VALUE ZEROS.
           05  WRK-AVT-PESO-COB   PIC 9(03) VALUE ZEROS.
           05  WRK-AVT-PESO-POD   PIC 9(03) VALUE ZEROS.
           05  WRK-AVT-NOTA-MIN   PIC 9(03) VALUE ZEROS.
       77  WRK-AVT-SOMA-PESOS     PIC 9(04) VALUE ZEROS.
       01  WRK-REM-NOVO.
           05  WRK-REM-DIAS       PIC 9(03) VALUE ZEROS.
           05  WRK-REM-VALOR-MIN  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BLS-CORTE          PIC 9(02)V9 VALUE ZEROS.
       77  WRK-RCT-DIAS           PIC 9(03) VALUE ZEROS.
      *    TABELA DE REGRAS DE SEGREGACAO DE FUNCOES EM EDICAO
       77  WRK-SOD-NIVEIS         PIC X(08) VALUE SPACES.
       01  WRK-TAB-SOD.
           05  TAB-SDE OCCURS 20 TIMES.
               10  TAB-SDE-PROGRAMA-1 PIC X(09).
               10  TAB-SDE-NIVEIS-1   PIC X(08).
               10  TAB-SDE-PROGRAMA-2 PIC X(09).
               10  TAB-SDE-NIVEIS-2   PIC X(08).
               10  TAB-SDE-DESCRICAO  PIC X(30).
      *    TABELA GENERICA DE FAIXAS EM EDICAO
       01  WRK-TAB-FAIXAS.
           05  TAB-FXA OCCURS 10 TIMES.
               10  TAB-FXA-ATE        PIC 9(06)V99.
               10  TAB-FXA-ALIQ       PIC 9(02)V99.
               10  TAB-FXA-PARCELA    PIC 9(06)V99.
               10  TAB-FXA-PERC-PDD   PIC 9(03)V99.
      *    TABELA DE TIPOS DE VEICULO EM EDICAO
       77  WRK-VEI-SUB            PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-VEICULOS.
           05  TAB-VEE OCCURS 10 TIMES.
               10  TAB-VEE-TIPO       PIC X(02).
               10  TAB-VEE-DESCRICAO  PIC X(20).
               10  TAB-VEE-PESO       PIC 9(05)V99.
               10  TAB-VEE-CUBAGEM    PIC 9(03)V99.
      *    TABELAS DE UF EM EDICAO
       77  WRK-TAB-UF-QTD         PIC 9(02) VALUE ZEROS.
       77  WRK-UF-SUB             PIC 9(02) VALUE ZEROS.
           DISPLAY '9 - EMBCFG   (DIAS DE EMBARQUE SEM BAIXA)'.
           DISPLAY '10 - SEGCFG  (VALIDADE DE SENHA EM DIAS)'.
           DISPLAY '11 - BKPCFG  (MAXIMO DE GERACOES DE COPIA)'.
           DISPLAY '12 - PDDTAB  (FAIXAS DE PROVISAO PDD)'.
           DISPLAY '13 - PDDCFG  (DIAS DE ATRASO PARA BAIXA)'.
           DISPLAY '14 - VEICTAB (TIPOS DE VEICULO E CAPACIDADE)'.
           DISPLAY '15 - AVTCFG  (PESOS E NOTA MINIMA DAS TRANSP.)'.
           DISPLAY '16 - REMACFG (ATRASO QUE RETEM A REMATRICULA)'.
           DISPLAY '17 - BLSCFG  (MEDIA DE CORTE DA BOLSA DE MERITO)'.
           DISPLAY '18 - RCTCFG  (DIAS SEM ACESSO PARA BLOQUEIO)'.
           DISPLAY '19 - SODREGRA (SEGREGACAO DE FUNCOES)'.
           DISPLAY '0 - ENCERRAR'.
           DISPLAY 'OPCAO:.. '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 6700-EDITAR-SEGCFG
               WHEN 11
                   PERFORM 6800-EDITAR-BKPCFG
               WHEN 12
                   PERFORM 6900-EDITAR-PDDTAB
               WHEN 13
                   PERFORM 6950-EDITAR-PDDCFG
               WHEN 14
                   PERFORM 6960-EDITAR-VEICTAB
               WHEN 15
                   PERFORM 6980-EDITAR-AVTCFG
               WHEN 16
                   PERFORM 6990-EDITAR-REMACFG
               WHEN 17
                   PERFORM 6995-EDITAR-BLSCFG
               WHEN 18
                   PERFORM 6996-EDITAR-RCTCFG
               WHEN 19
                   PERFORM 6997-EDITAR-SODREGRA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
               DISPLAY 'BKPCFG GRAVADO.'
           END-IF.

      **************************************************************
      ** PDDTAB: FAIXAS DE DIAS DE ATRASO REDIGITADAS POR INTEIRO,
      ** COM CONTINUIDADE EM DIAS (CADA FAIXA COMECA NO DIA
      ** SEGUINTE AO FIM DA ANTERIOR) E PERCENTUAL DE PROVISAO
      ** 0-100 SOBRE O SALDO DO TITULO.
      **************************************************************
       6900-EDITAR-PDDTAB.

           DISPLAY 'QUANTIDADE DE FAIXAS (1-10)..'.
           ACCEPT WRK-QTD-FAIXAS FROM CONSOLE.
           IF WRK-QTD-FAIXAS < 1 OR WRK-QTD-FAIXAS > 10
               DISPLAY 'QUANTIDADE INVALIDA - NADA FOI GRAVADO.'
           ELSE
               SET WRK-TABELA-VALIDA TO TRUE
               MOVE ZEROS TO WRK-CONTINUA-ESPERADO
               PERFORM 6910-CAPTAR-FAIXA-PDD
                   VARYING WRK-FAIXA-SUB FROM 1 BY 1
                   UNTIL WRK-FAIXA-SUB > WRK-QTD-FAIXAS
               IF WRK-TABELA-VALIDA
                   OPEN OUTPUT PDDTAB-FILE
                   PERFORM 6920-GRAVAR-FAIXA-PDD
                       VARYING WRK-FAIXA-SUB FROM 1 BY 1
                       UNTIL WRK-FAIXA-SUB > WRK-QTD-FAIXAS
                   CLOSE PDDTAB-FILE
                   MOVE 'PDDTAB'   TO PMH-TABELA
                   MOVE 'FAIXAS'   TO PMH-CHAVE
                   MOVE 'TABELA REDIGITADA' TO PMH-VALOR-ANTES
                   MOVE SPACES TO PMH-VALOR-DEPOIS
                   STRING WRK-QTD-FAIXAS DELIMITED BY SIZE
                       ' FAIXA(S)' DELIMITED BY SIZE
                       INTO PMH-VALOR-DEPOIS
                   PERFORM 9300-GRAVAR-HISTORICO
                   DISPLAY 'PDDTAB GRAVADO.'
               ELSE
                   DISPLAY 'NADA FOI GRAVADO.'
               END-IF
           END-IF.

       6910-CAPTAR-FAIXA-PDD.

           DISPLAY 'FAIXA ' WRK-FAIXA-SUB ' - DIAS DE ATRASO DE..'.
           ACCEPT TAB-FXA-DE(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'FAIXA ' WRK-FAIXA-SUB ' - DIAS DE ATRASO ATE..'.
           ACCEPT TAB-FXA-ATE(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'FAIXA ' WRK-FAIXA-SUB ' - PERCENTUAL (0-100)..'.
           ACCEPT TAB-FXA-PERC-PDD(WRK-FAIXA-SUB) FROM CONSOLE.

           IF TAB-FXA-ATE(WRK-FAIXA-SUB)
               < TAB-FXA-DE(WRK-FAIXA-SUB)
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'FIM DA FAIXA ANTES DO INICIO.'
           END-IF.
           IF TAB-FXA-ATE(WRK-FAIXA-SUB) > 99999
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'FIM DA FAIXA ACIMA DE 99999 DIAS.'
           END-IF.
           IF TAB-FXA-PERC-PDD(WRK-FAIXA-SUB) > 100
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'PERCENTUAL DEVE FICAR ENTRE 0 E 100.'
           END-IF.
           IF WRK-FAIXA-SUB > 1
               AND TAB-FXA-DE(WRK-FAIXA-SUB)
                   NOT = WRK-CONTINUA-ESPERADO
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'QUEBRA DE CONTINUIDADE: ESPERADO INICIO '
                   WRK-CONTINUA-ESPERADO
           END-IF.
           COMPUTE WRK-CONTINUA-ESPERADO =
               TAB-FXA-ATE(WRK-FAIXA-SUB) + 1.

       6920-GRAVAR-FAIXA-PDD.

           MOVE TAB-FXA-DE(WRK-FAIXA-SUB)       TO PDD-DIAS-DE.
           MOVE TAB-FXA-ATE(WRK-FAIXA-SUB)      TO PDD-DIAS-ATE.
           MOVE TAB-FXA-PERC-PDD(WRK-FAIXA-SUB) TO PDD-PERCENTUAL.
           WRITE PDDTAB-REG.

      **************************************************************
      ** PDDCFG: REGISTRO UNICO COM OS DIAS DE ATRASO A PARTIR DOS
      ** QUAIS O TITULO E PROPOSTO PARA BAIXA COMO PERDA (LIDO PELO
      ** PROGPDDB; NA AUSENCIA ELE ASSUME 180). DEVE SER MAIOR QUE
      ** ZERO.
      **************************************************************
       6950-EDITAR-PDDCFG.

           MOVE ZEROS TO PDC-DIAS-BAIXA.
           OPEN INPUT PDDCFG-FILE.
           IF WRK-PDDCFG-STATUS NOT = '35'
               READ PDDCFG-FILE
                   AT END CONTINUE
               END-READ
               CLOSE PDDCFG-FILE
           END-IF.

           DISPLAY 'DIAS PARA BAIXA ATUAL..: ' PDC-DIAS-BAIXA.
           DISPLAY 'NOVOS DIAS DE ATRASO PARA BAIXA..'.
           ACCEPT WRK-CFG-DIAS FROM CONSOLE.

           IF WRK-CFG-DIAS = ZEROS
               DISPLAY 'DIAS PARA BAIXA NAO PODE SER ZERO - '
                   'NADA FOI GRAVADO.'
           ELSE
               MOVE 'PDDCFG'   TO PMH-TABELA
               MOVE 'REGISTRO' TO PMH-CHAVE
               MOVE SPACES TO PMH-VALOR-ANTES
               MOVE PDC-DIAS-BAIXA TO PMH-VALOR-ANTES(1:3)
               MOVE WRK-CFG-DIAS TO PDC-DIAS-BAIXA
               MOVE SPACES TO PMH-VALOR-DEPOIS
               MOVE PDC-DIAS-BAIXA TO PMH-VALOR-DEPOIS(1:3)
               OPEN OUTPUT PDDCFG-FILE
               WRITE PDDCFG-REG
               CLOSE PDDCFG-FILE
               PERFORM 9300-GRAVAR-HISTORICO
               DISPLAY 'PDDCFG GRAVADO.'
           END-IF.

      **************************************************************
      ** VEICTAB: TIPOS DE VEICULO REDIGITADOS POR INTEIRO, DO
      ** MENOR PARA O MAIOR (PESO E CUBAGEM NUNCA MENORES QUE OS DO
      ** TIPO ANTERIOR), SEM CODIGO REPETIDO E COM AS DUAS
      ** CAPACIDADES MAIORES QUE ZERO. A MONTAGEM DE CARGAS USA O
      ** ULTIMO TIPO COMO LIMITE DA CARGA E O PRIMEIRO QUE COMPORTA
      ** A CARGA FECHADA COMO O VEICULO INDICADO.
      **************************************************************
       6960-EDITAR-VEICTAB.

           DISPLAY 'QUANTIDADE DE TIPOS DE VEICULO (1-10)..'.
           ACCEPT WRK-QTD-FAIXAS FROM CONSOLE.
           IF WRK-QTD-FAIXAS < 1 OR WRK-QTD-FAIXAS > 10
               DISPLAY 'QUANTIDADE INVALIDA - NADA FOI GRAVADO.'
           ELSE
               SET WRK-TABELA-VALIDA TO TRUE
               PERFORM 6965-CAPTAR-VEICULO
                   VARYING WRK-FAIXA-SUB FROM 1 BY 1
                   UNTIL WRK-FAIXA-SUB > WRK-QTD-FAIXAS
               IF WRK-TABELA-VALIDA
                   OPEN OUTPUT VEICTAB-FILE
                   PERFORM 6970-GRAVAR-VEICULO
                       VARYING WRK-FAIXA-SUB FROM 1 BY 1
                       UNTIL WRK-FAIXA-SUB > WRK-QTD-FAIXAS
                   CLOSE VEICTAB-FILE
                   MOVE 'VEICTAB'  TO PMH-TABELA
                   MOVE 'TIPOS'    TO PMH-CHAVE
                   MOVE 'TABELA REDIGITADA' TO PMH-VALOR-ANTES
                   MOVE SPACES TO PMH-VALOR-DEPOIS
                   STRING WRK-QTD-FAIXAS DELIMITED BY SIZE
                       ' TIPO(S)' DELIMITED BY SIZE
                       INTO PMH-VALOR-DEPOIS
                   PERFORM 9300-GRAVAR-HISTORICO
                   DISPLAY 'VEICTAB GRAVADO.'
               ELSE
                   DISPLAY 'NADA FOI GRAVADO.'
               END-IF
           END-IF.

       6965-CAPTAR-VEICULO.

           DISPLAY 'TIPO ' WRK-FAIXA-SUB ' - CODIGO (2 POSICOES)..'.
           ACCEPT TAB-VEE-TIPO(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'TIPO ' WRK-FAIXA-SUB ' - DESCRICAO..'.
           ACCEPT TAB-VEE-DESCRICAO(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'TIPO ' WRK-FAIXA-SUB ' - PESO MAXIMO (KG)..'.
           ACCEPT TAB-VEE-PESO(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'TIPO ' WRK-FAIXA-SUB ' - CUBAGEM MAXIMA (M3)..'.
           ACCEPT TAB-VEE-CUBAGEM(WRK-FAIXA-SUB) FROM CONSOLE.

           IF TAB-VEE-TIPO(WRK-FAIXA-SUB) = SPACES
               OR TAB-VEE-DESCRICAO(WRK-FAIXA-SUB) = SPACES
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'CODIGO E DESCRICAO SAO OBRIGATORIOS.'
           END-IF.
           IF TAB-VEE-PESO(WRK-FAIXA-SUB) = ZEROS
               OR TAB-VEE-CUBAGEM(WRK-FAIXA-SUB) = ZEROS
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'PESO E CUBAGEM DEVEM SER MAIORES QUE ZERO.'
           END-IF.
           IF WRK-FAIXA-SUB > 1
               IF TAB-VEE-PESO(WRK-FAIXA-SUB)
                   < TAB-VEE-PESO(WRK-FAIXA-SUB - 1)
                   OR TAB-VEE-CUBAGEM(WRK-FAIXA-SUB)
                   < TAB-VEE-CUBAGEM(WRK-FAIXA-SUB - 1)
                   SET WRK-TABELA-INVALIDA TO TRUE
                   DISPLAY 'CAPACIDADE MENOR QUE A DO TIPO ANTERIOR.'
               END-IF
               PERFORM 6966-CONFERIR-TIPO-REPETIDO
                   VARYING WRK-VEI-SUB FROM 1 BY 1
                   UNTIL WRK-VEI-SUB >= WRK-FAIXA-SUB
           END-IF.

       6966-CONFERIR-TIPO-REPETIDO.

           IF TAB-VEE-TIPO(WRK-VEI-SUB) = TAB-VEE-TIPO(WRK-FAIXA-SUB)
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'CODIGO DE TIPO REPETIDO: '
                   TAB-VEE-TIPO(WRK-FAIXA-SUB)
           END-IF.

       6970-GRAVAR-VEICULO.

           MOVE TAB-VEE-TIPO(WRK-FAIXA-SUB)      TO VEI-TIPO.
           MOVE TAB-VEE-DESCRICAO(WRK-FAIXA-SUB) TO VEI-DESCRICAO.
           MOVE TAB-VEE-PESO(WRK-FAIXA-SUB)      TO VEI-PESO-MAX.
           MOVE TAB-VEE-CUBAGEM(WRK-FAIXA-SUB)   TO VEI-CUBAGEM-MAX.
           WRITE VEICTAB-REG.

      **************************************************************
      ** AVTCFG: REGISTRO UNICO COM OS PESOS DOS INDICADORES DA
      ** AVALIACAO DE TRANSPORTADORAS (PRAZO, DEVOLUCAO, COBRANCA E
      ** CANHOTO), QUE DEVEM SOMAR 100, E A NOTA MINIMA 1-100 ABAIXO
      ** DA QUAL A TRANSPORTADORA E SINALIZADA (LIDO PELO PROGAVTB;
      ** NA AUSENCIA ELE ASSUME 40/20/20/20 E NOTA MINIMA 70).
      **************************************************************
       6980-EDITAR-AVTCFG.

           MOVE ZEROS TO AVTCFG-REG.
           OPEN INPUT AVTCFG-FILE.
           IF WRK-AVTCFG-STATUS NOT = '35'
               READ AVTCFG-FILE
                   AT END CONTINUE
               END-READ
               CLOSE AVTCFG-FILE
           END-IF.

           DISPLAY 'PESOS ATUAIS - PRAZO: ' ACF-PESO-PRAZO
               ' DEVOLUCAO: ' ACF-PESO-REVERSA
               ' COBRANCA: ' ACF-PESO-COBRANCA
               ' CANHOTO: ' ACF-PESO-POD.
           DISPLAY 'NOTA MINIMA ATUAL..: ' ACF-NOTA-MINIMA.
           DISPLAY 'NOVO PESO DO PRAZO DE ENTREGA..'.
           ACCEPT WRK-AVT-PESO-PRAZO FROM CONSOLE.
           DISPLAY 'NOVO PESO DA TAXA DE DEVOLUCAO..'.
           ACCEPT WRK-AVT-PESO-REV FROM CONSOLE.
           DISPLAY 'NOVO PESO DAS DIVERGENCIAS DE COBRANCA..'.
           ACCEPT WRK-AVT-PESO-COB FROM CONSOLE.
           DISPLAY 'NOVO PESO DO ATRASO DE CANHOTO..'.
           ACCEPT WRK-AVT-PESO-POD FROM CONSOLE.
           DISPLAY 'NOVA NOTA MINIMA (1-100)..'.
           ACCEPT WRK-AVT-NOTA-MIN FROM CONSOLE.

           COMPUTE WRK-AVT-SOMA-PESOS =
               WRK-AVT-PESO-PRAZO + WRK-AVT-PESO-REV
               + WRK-AVT-PESO-COB + WRK-AVT-PESO-POD.

           IF WRK-AVT-SOMA-PESOS NOT = 100
               DISPLAY 'OS PESOS DEVEM SOMAR 100 - '
                   'NADA FOI GRAVADO.'
           ELSE
               IF WRK-AVT-NOTA-MIN = ZEROS
                   OR WRK-AVT-NOTA-MIN > 100
                   DISPLAY 'NOTA MINIMA DEVE FICAR ENTRE 1 E 100 - '
                       'NADA FOI GRAVADO.'
               ELSE
                   MOVE 'AVTCFG'   TO PMH-TABELA
                   MOVE 'REGISTRO' TO PMH-CHAVE
                   MOVE SPACES TO PMH-VALOR-ANTES
                   MOVE AVTCFG-REG TO PMH-VALOR-ANTES(1:15)
                   MOVE WRK-AVT-PESO-PRAZO TO ACF-PESO-PRAZO
                   MOVE WRK-AVT-PESO-REV   TO ACF-PESO-REVERSA
                   MOVE WRK-AVT-PESO-COB   TO ACF-PESO-COBRANCA
                   MOVE WRK-AVT-PESO-POD   TO ACF-PESO-POD
                   MOVE WRK-AVT-NOTA-MIN   TO ACF-NOTA-MINIMA
                   MOVE SPACES TO PMH-VALOR-DEPOIS
                   MOVE AVTCFG-REG TO PMH-VALOR-DEPOIS(1:15)
                   OPEN OUTPUT AVTCFG-FILE
                   WRITE AVTCFG-REG
                   CLOSE AVTCFG-FILE
                   PERFORM 9300-GRAVAR-HISTORICO
                   DISPLAY 'AVTCFG GRAVADO.'
               END-IF
           END-IF.

      **************************************************************
      ** REMACFG: REGISTRO UNICO. DIAS DE ATRASO A PARTIR DOS QUAIS A
      ** MENSALIDADE CONTA (MAIOR QUE ZERO) E VALOR DEVIDO ACIMA DO
      ** QUAL A REMATRICULA E RETIDA (ZERO = QUALQUER VALOR).
      **************************************************************
       6990-EDITAR-REMACFG.

           MOVE ZEROS TO REMACFG-REG.
           OPEN INPUT REMACFG-FILE.
           IF WRK-REMACFG-STATUS NOT = '35'
               READ REMACFG-FILE
                   AT END CONTINUE
               END-READ
               CLOSE REMACFG-FILE
           END-IF.

           DISPLAY 'DIAS DE ATRASO ATUAIS..: ' RCF-DIAS-ATRASO.
           DISPLAY 'VALOR MINIMO ATUAL.....: ' RCF-VALOR-MINIMO.
           DISPLAY 'NOVOS DIAS DE ATRASO (1-999)..'.
           ACCEPT WRK-REM-DIAS FROM CONSOLE.
           DISPLAY 'NOVO VALOR DEVIDO MINIMO (0 = QUALQUER)..'.
           ACCEPT WRK-REM-VALOR-MIN FROM CONSOLE.

           IF WRK-REM-DIAS = ZEROS
               DISPLAY 'DIAS DE ATRASO DEVEM SER MAIORES QUE ZERO - '
                   'NADA FOI GRAVADO.'
           ELSE
               MOVE 'REMACFG'  TO PMH-TABELA
               MOVE 'REGISTRO' TO PMH-CHAVE
               MOVE SPACES TO PMH-VALOR-ANTES
               MOVE REMACFG-REG TO PMH-VALOR-ANTES(1:12)
               MOVE WRK-REM-DIAS      TO RCF-DIAS-ATRASO
               MOVE WRK-REM-VALOR-MIN TO RCF-VALOR-MINIMO
               MOVE SPACES TO PMH-VALOR-DEPOIS
               MOVE REMACFG-REG TO PMH-VALOR-DEPOIS(1:12)
               OPEN OUTPUT REMACFG-FILE
               WRITE REMACFG-REG
               CLOSE REMACFG-FILE
               PERFORM 9300-GRAVAR-HISTORICO
               DISPLAY 'REMACFG GRAVADO.'
           END-IF.

      **************************************************************
      ** BLSCFG: REGISTRO UNICO. MEDIA DO RANKING EXIGIDA PARA
      ** RENOVAR BOLSA DE MERITO, ENTRE 0,1 E 10,0.
      **************************************************************
       6995-EDITAR-BLSCFG.

           MOVE ZEROS TO BLSCFG-REG.
           OPEN INPUT BLSCFG-FILE.
           IF WRK-BLSCFG-STATUS NOT = '35'
               READ BLSCFG-FILE
                   AT END CONTINUE
               END-READ
               CLOSE BLSCFG-FILE
           END-IF.

           DISPLAY 'MEDIA DE CORTE ATUAL..: ' BCF-CORTE-MERITO.
           DISPLAY 'NOVA MEDIA DE CORTE (EX: 8,0)..'.
           ACCEPT WRK-BLS-CORTE FROM CONSOLE.

           IF WRK-BLS-CORTE = ZEROS OR WRK-BLS-CORTE > 10
               DISPLAY 'MEDIA DE CORTE DEVE FICAR ENTRE 0,1 E 10,0 - '
                   'NADA FOI GRAVADO.'
           ELSE
               MOVE 'BLSCFG'   TO PMH-TABELA
               MOVE 'REGISTRO' TO PMH-CHAVE
               MOVE SPACES TO PMH-VALOR-ANTES
               MOVE BLSCFG-REG TO PMH-VALOR-ANTES(1:3)
               MOVE WRK-BLS-CORTE TO BCF-CORTE-MERITO
               MOVE SPACES TO PMH-VALOR-DEPOIS
               MOVE BLSCFG-REG TO PMH-VALOR-DEPOIS(1:3)
               OPEN OUTPUT BLSCFG-FILE
               WRITE BLSCFG-REG
               CLOSE BLSCFG-FILE
               PERFORM 9300-GRAVAR-HISTORICO
               DISPLAY 'BLSCFG GRAVADO.'
           END-IF.

      **************************************************************
      ** RCTCFG: REGISTRO UNICO. DIAS SEM ACESSO COM SUCESSO A PARTIR
      ** DOS QUAIS A RECERTIFICACAO (PROGRCTB) BLOQUEIA A CONTA.
      **************************************************************
       6996-EDITAR-RCTCFG.

           MOVE ZEROS TO RCTCFG-REG.
           OPEN INPUT RCTCFG-FILE.
           IF WRK-RCTCFG-STATUS NOT = '35'
               READ RCTCFG-FILE
                   AT END CONTINUE
               END-READ
               CLOSE RCTCFG-FILE
           END-IF.

           DISPLAY 'DIAS SEM ACESSO ATUAIS..: ' RCC-DIAS-INATIVIDADE.
           DISPLAY 'NOVOS DIAS SEM ACESSO PARA BLOQUEIO (1-999)..'.
           ACCEPT WRK-RCT-DIAS FROM CONSOLE.

           IF WRK-RCT-DIAS = ZEROS
               DISPLAY 'DIAS DEVEM SER MAIORES QUE ZERO - '
                   'NADA FOI GRAVADO.'
           ELSE
               MOVE 'RCTCFG'   TO PMH-TABELA
               MOVE 'REGISTRO' TO PMH-CHAVE
               MOVE SPACES TO PMH-VALOR-ANTES
               MOVE RCTCFG-REG TO PMH-VALOR-ANTES(1:3)
               MOVE WRK-RCT-DIAS TO RCC-DIAS-INATIVIDADE
               MOVE SPACES TO PMH-VALOR-DEPOIS
               MOVE RCTCFG-REG TO PMH-VALOR-DEPOIS(1:3)
               OPEN OUTPUT RCTCFG-FILE
               WRITE RCTCFG-REG
               CLOSE RCTCFG-FILE
               PERFORM 9300-GRAVAR-HISTORICO
               DISPLAY 'RCTCFG GRAVADO.'
           END-IF.

      **************************************************************
      ** SODREGRA: REDIGITADA POR INTEIRO. CADA REGRA TRAZ DOIS
      ** PROGRAMAS DIFERENTES E, PARA CADA UM, OS NIVEIS QUE O
      ** ALCANCAM SEM REGISTRO NA MATRIZ (ATE 4 CODIGOS DE 2
      ** POSICOES; EM BRANCO = SO PELA MATRIZ).
      **************************************************************
       6997-EDITAR-SODREGRA.

           DISPLAY 'QUANTIDADE DE REGRAS (1-20)..'.
           ACCEPT WRK-QTD-FAIXAS FROM CONSOLE.
           IF WRK-QTD-FAIXAS < 1 OR WRK-QTD-FAIXAS > 20
               DISPLAY 'QUANTIDADE INVALIDA - NADA FOI GRAVADO.'
           ELSE
               SET WRK-TABELA-VALIDA TO TRUE
               PERFORM 6998-CAPTAR-REGRA
                   VARYING WRK-FAIXA-SUB FROM 1 BY 1
                   UNTIL WRK-FAIXA-SUB > WRK-QTD-FAIXAS
               IF WRK-TABELA-VALIDA
                   OPEN OUTPUT SODREGRA-FILE
                   PERFORM 6999-GRAVAR-REGRA
                       VARYING WRK-FAIXA-SUB FROM 1 BY 1
                       UNTIL WRK-FAIXA-SUB > WRK-QTD-FAIXAS
                   CLOSE SODREGRA-FILE
                   MOVE 'SODREGRA' TO PMH-TABELA
                   MOVE 'REGRAS'   TO PMH-CHAVE
                   MOVE 'TABELA REDIGITADA' TO PMH-VALOR-ANTES
                   MOVE SPACES TO PMH-VALOR-DEPOIS
                   STRING WRK-QTD-FAIXAS DELIMITED BY SIZE
                       ' REGRA(S)' DELIMITED BY SIZE
                       INTO PMH-VALOR-DEPOIS
                   PERFORM 9300-GRAVAR-HISTORICO
                   DISPLAY 'SODREGRA GRAVADO.'
               ELSE
                   DISPLAY 'NADA FOI GRAVADO.'
               END-IF
           END-IF.

       6998-CAPTAR-REGRA.

           DISPLAY 'REGRA ' WRK-FAIXA-SUB ' - PRIMEIRO PROGRAMA..'.
           ACCEPT TAB-SDE-PROGRAMA-1(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'REGRA ' WRK-FAIXA-SUB ' - NIVEIS QUE O ALCANCAM '
               '(EX: 0103)..'.
           ACCEPT TAB-SDE-NIVEIS-1(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'REGRA ' WRK-FAIXA-SUB ' - SEGUNDO PROGRAMA..'.
           ACCEPT TAB-SDE-PROGRAMA-2(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'REGRA ' WRK-FAIXA-SUB ' - NIVEIS QUE O ALCANCAM '
               '(EX: 0103)..'.
           ACCEPT TAB-SDE-NIVEIS-2(WRK-FAIXA-SUB) FROM CONSOLE.
           DISPLAY 'REGRA ' WRK-FAIXA-SUB ' - DESCRICAO..'.
           ACCEPT TAB-SDE-DESCRICAO(WRK-FAIXA-SUB) FROM CONSOLE.

           IF TAB-SDE-PROGRAMA-1(WRK-FAIXA-SUB) = SPACES
               OR TAB-SDE-PROGRAMA-2(WRK-FAIXA-SUB) = SPACES
               OR TAB-SDE-DESCRICAO(WRK-FAIXA-SUB) = SPACES
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'PROGRAMAS E DESCRICAO SAO OBRIGATORIOS.'
           END-IF.
           IF TAB-SDE-PROGRAMA-1(WRK-FAIXA-SUB)
               = TAB-SDE-PROGRAMA-2(WRK-FAIXA-SUB)
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'OS DOIS PROGRAMAS DEVEM SER DIFERENTES.'
           END-IF.
           MOVE TAB-SDE-NIVEIS-1(WRK-FAIXA-SUB) TO WRK-SOD-NIVEIS.
           INSPECT WRK-SOD-NIVEIS REPLACING ALL SPACE BY ZERO.
           IF WRK-SOD-NIVEIS IS NOT NUMERIC
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'NIVEL INVALIDO NO PRIMEIRO PROGRAMA: '
                   TAB-SDE-NIVEIS-1(WRK-FAIXA-SUB)
           END-IF.
           MOVE TAB-SDE-NIVEIS-2(WRK-FAIXA-SUB) TO WRK-SOD-NIVEIS.
           INSPECT WRK-SOD-NIVEIS REPLACING ALL SPACE BY ZERO.
           IF WRK-SOD-NIVEIS IS NOT NUMERIC
               SET WRK-TABELA-INVALIDA TO TRUE
               DISPLAY 'NIVEL INVALIDO NO SEGUNDO PROGRAMA: '
                   TAB-SDE-NIVEIS-2(WRK-FAIXA-SUB)
           END-IF.

       6999-GRAVAR-REGRA.

           MOVE TAB-SDE-PROGRAMA-1(WRK-FAIXA-SUB) TO SOD-PROGRAMA-1.
           MOVE TAB-SDE-NIVEIS-1(WRK-FAIXA-SUB)   TO SOD-NIVEIS-1.
           MOVE TAB-SDE-PROGRAMA-2(WRK-FAIXA-SUB) TO SOD-PROGRAMA-2.
           MOVE TAB-SDE-NIVEIS-2(WRK-FAIXA-SUB)   TO SOD-NIVEIS-2.
           MOVE TAB-SDE-DESCRICAO(WRK-FAIXA-SUB)  TO SOD-DESCRICAO.
           WRITE SODREGRA-REG.

       7000-CONFERIR-27-UFS.

           MOVE ZEROS TO WRK-QTD-UF-FALTAM.
