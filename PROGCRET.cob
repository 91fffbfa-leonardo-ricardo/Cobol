      **    SAI O RELATORIO CRETREL COM LIQUIDADOS E DEVOLVIDOS.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O PAGAMENTO GERADO (PAGTOS) PASSA A LEVAR NO
      **               FIM DO REGISTRO O CLIENTE DO TITULO (TIPO DE
      **               PESSOA + CPF/CNPJ, PAG-CLIENTE), PARA O
      **               EXTRATO DO CLIENTE.
      **  15/10/2026 LR - LIQUIDACAO DE TITULO BAIXADO COMO PERDA ('W')
      **               SAI DESTACADA NO CRETREL; O PAGAMENTO SEGUE
      **               PARA O PROGRECB, QUE O TRATA COMO PERDA
      **               RECUPERADA.
      **  15/10/2026 LR - O RETORNO E DA CONTA BANCARIA DE COBRANCA DO
      **               CADASTRO (CONTABCO, FINALIDADE 'C', A MESMA DA
      **               REMESSA DO PROGCOBB): A CONTA SAI NO CRETREL E
      **               O TOTAL LIQUIDADO ENTRA NO MOVIMENTO BANCARIO
      **               (MOVBANCO) COMO ENTRADA REALIZADA NA CONTA, PARA
      **               A POSICAO DE TESOURARIA (PROGTESB).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CRETREL-STATUS.
           COPY CPYCRCSL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).

       FD  CRETREL-FILE.
       01  CRETREL-LINHA          PIC X(90).
       COPY CPYCRCFD.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       77  WRK-PAGTOS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CRETREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-RETORNO-ABERTO-SW  PIC X(01) VALUE 'N'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LRT-SITUACAO   PIC X(25).
       COPY CPYCABWS.
       COPY CPYCBCTB.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'C' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
                   WRITE CRETREL-LINHA FROM WRK-CAB-LINHA1
                   WRITE CRETREL-LINHA FROM WRK-CAB-LINHA2
                   MOVE SPACES TO CRETREL-LINHA
                   STRING 'CONTA DE COBRANCA: ' DELIMITED BY SIZE
                       WRK-CBC-CODIGO DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WRK-CBC-DESCRICAO DELIMITED BY SIZE
                       INTO CRETREL-LINHA
                   WRITE CRETREL-LINHA
                   MOVE SPACES TO CRETREL-LINHA
                   WRITE CRETREL-LINHA

                   READ RETORNO-FILE
               MOVE CRC-PARCELA   TO PAG-PARCELA
               MOVE RET-DATA-PAGTO TO PAG-DATA
               MOVE RET-VALOR     TO PAG-VALOR
               MOVE CRC-CLIENTE   TO PAG-CLIENTE
               WRITE PAGTO-REG
               ADD 1 TO WRK-QTD-LIQUIDADOS
               ADD RET-VALOR TO WRK-TOTAL-LIQUIDADO
               IF CRC-BAIXADO-PERDA
                   MOVE 'LIQUIDADO (TIT. EM PERDA)'
                       TO WRK-LRT-SITUACAO
               ELSE
                   MOVE 'LIQUIDADO' TO WRK-LRT-SITUACAO
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-DEVOLVIDOS
               MOVE SPACES TO WRK-LRT-SITUACAO
               CLOSE CRETREL-FILE
               CLOSE PAGTOS-FILE
               CLOSE RETORNO-FILE
               PERFORM 0350-GRAVAR-MOVIMENTO-BANCO
           END-IF.
           CLOSE CONTAREC-FILE.
           CLOSE EXCECOES-FILE.
           DISPLAY 'RETORNO DE COBRANCA: ' WRK-QTD-LIQUIDADOS
               ' LIQUIDADOS, ' WRK-QTD-DEVOLVIDOS ' DEVOLVIDOS.'.

      **************************************************************
      ** O TOTAL LIQUIDADO NO RETORNO E DINHEIRO QUE ENTROU NA CONTA
      ** DE COBRANCA NA DATA DO LOTE.
      **************************************************************
       0350-GRAVAR-MOVIMENTO-BANCO.

           IF WRK-TOTAL-LIQUIDADO > ZEROS
               PERFORM 7540-ABRIR-MOVIMENTO-BANCO
               MOVE WRK-LOTECAB-DATA    TO MBC-DATA
               MOVE 'PROGCRET'          TO MBC-PROGRAMA
               MOVE 'COBRET'            TO MBC-ARQUIVO
               SET MBC-ENTRADA          TO TRUE
               SET MBC-REALIZADO        TO TRUE
               MOVE WRK-TOTAL-LIQUIDADO TO MBC-VALOR
               MOVE WRK-QTD-LIQUIDADOS  TO MBC-QUANTIDADE
               MOVE 'COBRET'            TO MBC-DOCUMENTO
               MOVE 'LIQUIDACOES DA COBRANCA' TO MBC-HISTORICO
               PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               CLOSE MOVBANCO-FILE
           END-IF.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYMBCPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
