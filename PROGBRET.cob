      **    EMPREGADOS E DESVIADA PARA O RELATORIO DE EXCECOES.
      ** DATA = 22/08/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O RETORNO E DA CONTA BANCARIA DA FOLHA DO
      **               CADASTRO (CONTABCO, FINALIDADE 'F', A MESMA DA
      **               REMESSA DO PROGTEPB): A CONTA SAI NO BRETREL E
      **               O MOVIMENTO BANCARIO (MOVBANCO) RECEBE OS
      **               DEPOSITOS CONFIRMADOS E A ENTRADA DOS
      **               DEVOLVIDOS, PARA A POSICAO DE TESOURARIA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BRETREL-STATUS.
           COPY CPYEMPSL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       FD  BRETREL-FILE.
       01  BRETREL-LINHA          PIC X(90).
       COPY CPYEMPFD.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       77  WRK-RETORNO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BRETREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-RETORNO-ABERTO-SW  PIC X(01) VALUE 'N'.
       77  WRK-QTD-ACEITOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDOS     PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ACEITO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDO    PIC 9(11)V99 VALUE ZEROS.
       01  WRK-LINHA-RETORNO.
           05  WRK-LRT-MATRICULA  PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LRT-SITUACAO   PIC X(20).
       COPY CPYCABWS.
       COPY CPYCBCTB.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'F' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               WRITE BRETREL-LINHA FROM WRK-CAB-LINHA1
               WRITE BRETREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO BRETREL-LINHA
               STRING 'CONTA DA FOLHA: ' DELIMITED BY SIZE
                   WRK-CBC-CODIGO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-CBC-DESCRICAO DELIMITED BY SIZE
                   INTO BRETREL-LINHA
               WRITE BRETREL-LINHA
               MOVE SPACES TO BRETREL-LINHA
               WRITE BRETREL-LINHA

               READ RETORNO-FILE
                       MOVE 'DEPOSITO EFETIVADO' TO WRK-LRT-SITUACAO
                   ELSE
                       ADD 1 TO WRK-QTD-DEVOLVIDOS
                       ADD RET-VALOR TO WRK-TOTAL-DEVOLVIDO
                       MOVE SPACES TO WRK-LRT-SITUACAO
                       STRING 'DEVOLVIDO - OCORR ' DELIMITED BY SIZE
                           RET-OCORRENCIA DELIMITED BY SIZE
               CLOSE RETORNO-FILE
               CLOSE EMPREGADOS-FILE
               CLOSE BRETREL-FILE
               PERFORM 0350-GRAVAR-MOVIMENTO-BANCO
           END-IF.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** MOVIMENTO BANCARIO DO RETORNO: OS DEPOSITOS EFETIVADOS SO
      ** CONFIRMAM A SAIDA PREVISTA NA REMESSA DA FOLHA; OS
      ** DEVOLVIDOS VOLTAM PARA A CONTA COMO ENTRADA NA DATA DO LOTE.
      **************************************************************
       0350-GRAVAR-MOVIMENTO-BANCO.

           IF WRK-QTD-ACEITOS > ZEROS
               OR WRK-QTD-DEVOLVIDOS > ZEROS
               PERFORM 7540-ABRIR-MOVIMENTO-BANCO
               MOVE WRK-LOTECAB-DATA TO MBC-DATA
               MOVE 'PROGBRET'       TO MBC-PROGRAMA
               MOVE 'BANCORET'       TO MBC-ARQUIVO
               MOVE 'BANCORET'       TO MBC-DOCUMENTO
               IF WRK-QTD-ACEITOS > ZEROS
                   SET MBC-SAIDA         TO TRUE
                   SET MBC-CONFIRMADO    TO TRUE
                   MOVE WRK-TOTAL-ACEITO TO MBC-VALOR
                   MOVE WRK-QTD-ACEITOS  TO MBC-QUANTIDADE
                   MOVE 'DEPOSITOS SALARIO EFETIVADOS'
                       TO MBC-HISTORICO
                   PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               END-IF
               IF WRK-QTD-DEVOLVIDOS > ZEROS
                   SET MBC-ENTRADA          TO TRUE
                   SET MBC-DEVOLVIDO        TO TRUE
                   MOVE WRK-TOTAL-DEVOLVIDO TO MBC-VALOR
                   MOVE WRK-QTD-DEVOLVIDOS  TO MBC-QUANTIDADE
                   MOVE 'DEPOSITOS SALARIO DEVOLVIDOS'
                       TO MBC-HISTORICO
                   PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               END-IF
               CLOSE MOVBANCO-FILE
           END-IF.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYMBCPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
