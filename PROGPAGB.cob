      **    DA SELECAO (PAGSELRL).
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O PAGAMENTO SAI DA CONTA BANCARIA DE
      **               PAGAMENTOS DO CADASTRO (CONTABCO, FINALIDADE
      **               'P', VER CPYCBC*): A CONTA VAI NO HEADER DA
      **               REMESSA E NO PAGSELRL, O CREDITO DO RAZAO E NA
      **               CONTA DO RAZAO DELA (11001 SEM CADASTRO) E A
      **               REMESSA E REGISTRADA COMO SAIDA PREVISTA NO
      **               MOVIMENTO BANCARIO (MOVBANCO) PARA A POSICAO
      **               DE TESOURARIA (PROGTESB).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYCPGSL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYCPGFD.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       77  WRK-PAGSELRL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CONTAPAG-ABERTO-SW PIC X(01) VALUE 'N'.
           05  WRK-RMH-DATA       PIC 9(08).
           05  WRK-RMH-SEQUENCIA  PIC 9(05).
           05  FILLER             PIC X(20) VALUE 'REMESSA PAGAMENTOS'.
           05  WRK-RMH-BANCO      PIC 9(03).
           05  WRK-RMH-AGENCIA    PIC 9(04).
           05  WRK-RMH-CONTA      PIC 9(08).
           05  WRK-RMH-CONTA-DV   PIC X(01).
       01  WRK-REM-DETALHE.
           05  WRK-RMD-TIPO       PIC X(01) VALUE '1'.
           05  WRK-RMD-NUMERO     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYCABWS.
       COPY CPYCBCTB.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'P' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.

           OPEN I-O CONTAPAG-FILE.
           IF WRK-CONTAPAG-STATUS NOT = '00'
               OPEN OUTPUT PAGREM-FILE
               MOVE WRK-LOTECAB-DATA      TO WRK-RMH-DATA
               MOVE WRK-LOTECAB-SEQUENCIA TO WRK-RMH-SEQUENCIA
               MOVE WRK-CBC-BANCO         TO WRK-RMH-BANCO
               MOVE WRK-CBC-AGENCIA       TO WRK-RMH-AGENCIA
               MOVE WRK-CBC-CONTA         TO WRK-RMH-CONTA
               MOVE WRK-CBC-CONTA-DV      TO WRK-RMH-CONTA-DV
               WRITE PAGREM-LINHA FROM WRK-REM-HEADER

               OPEN OUTPUT PAGSELRL-FILE
               WRITE PAGSELRL-LINHA FROM WRK-CAB-LINHA1
               WRITE PAGSELRL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO PAGSELRL-LINHA
               STRING 'CONTA DEBITADA: ' DELIMITED BY SIZE
                   WRK-CBC-CODIGO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-CBC-DESCRICAO DELIMITED BY SIZE
                   INTO PAGSELRL-LINHA
               WRITE PAGSELRL-LINHA
               MOVE SPACES TO PAGSELRL-LINHA
               WRITE PAGSELRL-LINHA
               MOVE 'NUMERO    T  FORNECEDOR      VENCTO    VALOR'
                   TO PAGSELRL-LINHA
               CLOSE PAGSELRL-FILE

               PERFORM 0340-GRAVAR-LANCAMENTOS-CONTAB
               PERFORM 0350-GRAVAR-MOVIMENTO-BANCO
               CLOSE CONTAPAG-FILE
           END-IF.

      **************************************************************
      ** LANCAMENTOS CONTABEIS DO PAGAMENTO: O TOTAL PAGO DA JANELA
      ** E EMITIDO EM PARTIDA DOBRADA NO LAYOUT DO RAZAO (LANCTOS),
      ** DEBITANDO FORNECEDORES A PAGAR (21003) E CREDITANDO A CONTA
      ** DO RAZAO DA CONTA BANCARIA DE PAGAMENTOS (11001 SEM
      ** CADASTRO), NOS MOLDES DOS LANCAMENTOS DA FOLHA (PROGTEPB).
      **************************************************************
       0340-GRAVAR-LANCAMENTOS-CONTAB.

               MOVE 'PAGAMENTOS A FORNECEDORES' TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE WRK-CBC-CONTA-RAZAO TO LAN-CONTA
               MOVE 'C'              TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** A REMESSA DA JANELA ENTRA NO MOVIMENTO BANCARIO COMO SAIDA
      ** PREVISTA DA CONTA DE PAGAMENTOS NA DATA DO LOTE; O RETORNO
      ** (PROGPRET) CONFIRMA OU DEVOLVE.
      **************************************************************
       0350-GRAVAR-MOVIMENTO-BANCO.

           IF WRK-TOTAL-PAGO > ZEROS
               PERFORM 7540-ABRIR-MOVIMENTO-BANCO
               MOVE WRK-LOTECAB-DATA TO MBC-DATA
               MOVE 'PROGPAGB'       TO MBC-PROGRAMA
               MOVE 'PAGREM'         TO MBC-ARQUIVO
               SET MBC-SAIDA         TO TRUE
               SET MBC-PREVISTO      TO TRUE
               MOVE WRK-TOTAL-PAGO   TO MBC-VALOR
               MOVE WRK-QTD-PAGOS    TO MBC-QUANTIDADE
               MOVE 'PAGREM'         TO MBC-DOCUMENTO
               MOVE 'PAGAMENTOS A FORNECEDORES' TO MBC-HISTORICO
               PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               CLOSE MOVBANCO-FILE
           END-IF.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYMBCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
