      **    BAIXA AUTOMATICA DO PROGRECB.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O DETALHE DA REMESSA PASSA A LEVAR O TIPO DE
      **               PESSOA E O DOCUMENTO DO SACADO (CPF OU CNPJ,
      **               WRK-RMD-CLIENTE) E O RELATORIO IMPRIME O
      **               DOCUMENTO FORMATADO.
      **  15/10/2026 LR - A COBRANCA E FEITA PELA CONTA BANCARIA DE
      **               COBRANCA DO CADASTRO (CONTABCO, FINALIDADE 'C',
      **               VER CPYCBC*): A CONTA VAI NO HEADER DA REMESSA
      **               E NO COBREL, E O SALDO DOS TITULOS VENCIDOS ATE
      **               A DATA DO LOTE ENTRA NO MOVIMENTO BANCARIO
      **               (MOVBANCO) COMO ENTRADA PREVISTA, PARA A
      **               POSICAO DE TESOURARIA (PROGTESB).
      **  15/10/2026 LR - O CPF DO CLIENTE NO COBREL PASSA PELO
      **               MASCARAMENTO DE DADOS PESSOAIS (PROGMASC, VER
      **               CPYDMKPR).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COBREL-STATUS.
           COPY CPYCRCSL.
           COPY CPYCBCSL.
           COPY CPYMBCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FD  COBREL-FILE.
       01  COBREL-LINHA           PIC X(90).
       COPY CPYCRCFD.
       COPY CPYCBCFD.
       COPY CPYMBCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       77  WRK-COBREM-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-COBREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MOVBANCO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
       77  WRK-QTD-TITULOS        PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REMESSA      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-TITULO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-VENCIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-VENCIDO      PIC 9(11)V99 VALUE ZEROS.
       01  WRK-REM-HEADER.
           05  WRK-RMH-TIPO       PIC X(01) VALUE '0'.
           05  WRK-RMH-DATA       PIC 9(08).
           05  WRK-RMH-SEQUENCIA  PIC 9(05).
           05  FILLER             PIC X(20) VALUE 'REMESSA COBRANCA'.
           05  WRK-RMH-BANCO      PIC 9(03).
           05  WRK-RMH-AGENCIA    PIC 9(04).
           05  WRK-RMH-CONTA      PIC 9(08).
           05  WRK-RMH-CONTA-DV   PIC X(01).
       01  WRK-REM-DETALHE.
           05  WRK-RMD-TIPO       PIC X(01) VALUE '1'.
           05  WRK-RMD-NUMERO     PIC 9(08).
           05  WRK-RMD-PARCELA    PIC 9(02).
           05  WRK-RMD-CLIENTE.
               10  WRK-RMD-TIPO-PESSOA PIC X(01).
               10  WRK-RMD-DOCUMENTO PIC 9(14).
           05  WRK-RMD-VENCTO     PIC 9(08).
           05  WRK-RMD-VALOR      PIC 9(09)V99.
       01  WRK-REM-TRAILER.
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LT-PARCELA     PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-DOCUMENTO   PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-VENCTO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
       COPY CPYCABWS.
       COPY CPYCBCTB.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGCOBB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           MOVE 'C' TO WRK-CBC-FINALIDADE.
           PERFORM 7535-BUSCAR-CONTA-FINALIDADE.

           OPEN INPUT CONTAREC-FILE.
           IF WRK-CONTAREC-STATUS NOT = '00'
               OPEN OUTPUT COBREM-FILE
               MOVE WRK-LOTECAB-DATA      TO WRK-RMH-DATA
               MOVE WRK-LOTECAB-SEQUENCIA TO WRK-RMH-SEQUENCIA
               MOVE WRK-CBC-BANCO         TO WRK-RMH-BANCO
               MOVE WRK-CBC-AGENCIA       TO WRK-RMH-AGENCIA
               MOVE WRK-CBC-CONTA         TO WRK-RMH-CONTA
               MOVE WRK-CBC-CONTA-DV      TO WRK-RMH-CONTA-DV
               WRITE COBREM-LINHA FROM WRK-REM-HEADER

               OPEN OUTPUT COBREL-FILE
               WRITE COBREL-LINHA FROM WRK-CAB-LINHA1
               WRITE COBREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO COBREL-LINHA
               STRING 'CONTA DE COBRANCA: ' DELIMITED BY SIZE
                   WRK-CBC-CODIGO DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-CBC-DESCRICAO DELIMITED BY SIZE
                   INTO COBREL-LINHA
               WRITE COBREL-LINHA
               MOVE SPACES TO COBREL-LINHA
               WRITE COBREL-LINHA
               MOVE 'FATURA/PC    CPF/CNPJ            VENCTO    SALDO'
                   TO COBREL-LINHA
               WRITE COBREL-LINHA


           MOVE CRC-NUMERO       TO WRK-RMD-NUMERO.
           MOVE CRC-PARCELA      TO WRK-RMD-PARCELA.
           MOVE CRC-CLIENTE      TO WRK-RMD-CLIENTE.
           MOVE CRC-DATA-VENCTO  TO WRK-RMD-VENCTO.
           MOVE WRK-SALDO-TITULO TO WRK-RMD-VALOR.
           WRITE COBREM-LINHA FROM WRK-REM-DETALHE.

           MOVE CRC-NUMERO       TO WRK-LT-NUMERO.
           MOVE CRC-PARCELA      TO WRK-LT-PARCELA.
           MOVE CRC-CLIENTE      TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO TO WRK-LT-DOCUMENTO.
           MOVE CRC-DATA-VENCTO  TO WRK-LT-VENCTO.
           MOVE WRK-SALDO-TITULO TO WRK-LT-SALDO.
           WRITE COBREL-LINHA FROM WRK-LINHA-TITULO.

           ADD 1 TO WRK-QTD-TITULOS.
           ADD WRK-SALDO-TITULO TO WRK-TOTAL-REMESSA.
           IF CRC-DATA-VENCTO <= WRK-LOTECAB-DATA
               ADD 1 TO WRK-QTD-VENCIDOS
               ADD WRK-SALDO-TITULO TO WRK-TOTAL-VENCIDO
           END-IF.

       0300-FINALIZAR.

               WRITE COBREL-LINHA
               CLOSE COBREL-FILE
               CLOSE CONTAREC-FILE
               PERFORM 0350-GRAVAR-MOVIMENTO-BANCO
           END-IF.

           DISPLAY 'TITULOS ENVIADOS A COBRANCA: ' WRK-QTD-TITULOS
               ' VALOR ' WRK-TOTAL-REMESSA.

      **************************************************************
      ** SO O SALDO DOS TITULOS JA VENCIDOS NA DATA DO LOTE E
      ** ENTRADA PREVISTA PARA O DIA NA CONTA DE COBRANCA; OS A
      ** VENCER ENTRAM NA PREVISAO DE CAIXA (PROGFLXB). O RETORNO
      ** (PROGCRET) CONFIRMA A LIQUIDACAO.
      **************************************************************
       0350-GRAVAR-MOVIMENTO-BANCO.

           IF WRK-TOTAL-VENCIDO > ZEROS
               PERFORM 7540-ABRIR-MOVIMENTO-BANCO
               MOVE WRK-LOTECAB-DATA  TO MBC-DATA
               MOVE 'PROGCOBB'        TO MBC-PROGRAMA
               MOVE 'COBREM'          TO MBC-ARQUIVO
               SET MBC-ENTRADA        TO TRUE
               SET MBC-PREVISTO       TO TRUE
               MOVE WRK-TOTAL-VENCIDO TO MBC-VALOR
               MOVE WRK-QTD-VENCIDOS  TO MBC-QUANTIDADE
               MOVE 'COBREM'          TO MBC-DOCUMENTO
               MOVE 'COBRANCA DE TITULOS VENCIDOS' TO MBC-HISTORICO
               PERFORM 7545-GRAVAR-MOVIMENTO-BANCO
               CLOSE MOVBANCO-FILE
           END-IF.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYMBCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
