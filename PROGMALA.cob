      **               DE CEP PARA OBTER O DESCONTO POSTAL.
      **  22/08/2026 LR - CLIENTE INATIVADO NO CADASTRO (VER
      **               PROGCPF) DEIXA DE SAIR NA MALA DIRETA.
      **  15/10/2026 LR - ACEITA UMA LISTA DE SELECAO OPCIONAL (CHAVE
      **               DO CLIENTE NAS 15 PRIMEIRAS POSICOES, COMO A
      **               RFVRISCO DO PROGRFVB): INFORMADA A LISTA, SO OS
      **               CLIENTES NELA SAEM NAS ETIQUETAS (CAMPANHA DE
      **               REATIVACAO). EM BRANCO, TODOS COMO ANTES.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT MALA-FILE ASSIGN TO "MALADIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MALA-STATUS.
           SELECT SELECAO-FILE ASSIGN TO DYNAMIC WRK-SEL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SELECAO-STATUS.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.

       FD  MALA-FILE.
       01  MALA-LINHA             PIC X(80).

       FD  SELECAO-FILE.
       01  SELECAO-REG.
           05  SEL-CLIENTE        PIC X(15).
           05  FILLER             PIC X(65).
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-ED             PIC ZZZ.ZZZ.ZZ9/99 VALUE ZEROS.
       77  WRK-CEP-ED             PIC 9(08) VALUE ZEROS.
       77  WRK-SELECAO-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-SEL-NOME           PIC X(08) VALUE SPACES.
       77  WRK-SEL-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-SEL-FIM                    VALUE 'S'.
       77  WRK-SEL-IGNORADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-SEL-QTD        PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-SELECAO.
           05  TAB-SEL OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TAB-SEL-QTD
                   INDEXED BY SEL-IDX.
               10  TAB-SEL-CLIENTE    PIC X(15).
       COPY CPYCABWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.

       0100-INICIALIZAR.

           DISPLAY 'PROGMALA - ETIQUETAS DE MALA DIRETA'.
           DISPLAY 'LISTA DE SELECAO (BRANCO = TODOS OS CLIENTES)..'.
           ACCEPT WRK-SEL-NOME FROM CONSOLE.
           IF WRK-SEL-NOME NOT = SPACES
               PERFORM 0110-CARREGAR-SELECAO
           END-IF.

           OPEN INPUT  CLIENTE-FILE.
           OPEN OUTPUT MALA-FILE.

           PERFORM 7050-LER-CABECALHO-LOTE.

           IF WRK-CLIENTE-STATUS = '35'
               OR WRK-SELECAO-STATUS = '35'
               SET WRK-FIM TO TRUE
           ELSE
               MOVE 20 TO WRK-CAB-MAX-LINHAS
               END-IF
           END-IF.

      **************************************************************
      ** LISTA DE SELECAO: SO A CHAVE DO CLIENTE (TIPO DE PESSOA +
      ** CPF/CNPJ) E USADA; O RESTO DA LINHA E IGNORADO. LISTA NAO
      ** ENCONTRADA ENCERRA SEM ETIQUETAS (STATUS '35' FICA EM
      ** WRK-SELECAO-STATUS E O 0100 NAO INICIA A LEITURA).
      **************************************************************
       0110-CARREGAR-SELECAO.

           OPEN INPUT SELECAO-FILE.
           IF WRK-SELECAO-STATUS NOT = '00'
               DISPLAY 'LISTA ' WRK-SEL-NOME ' NAO ENCONTRADA.'
               MOVE '35' TO WRK-SELECAO-STATUS
           ELSE
               PERFORM 0120-LER-SELECAO UNTIL WRK-SEL-FIM
               CLOSE SELECAO-FILE
               DISPLAY 'CLIENTES NA LISTA: ' WRK-TAB-SEL-QTD
               IF WRK-SEL-IGNORADOS > ZEROS
                   DISPLAY 'IGNORADOS ACIMA DE 5000: '
                       WRK-SEL-IGNORADOS
               END-IF
           END-IF.

       0120-LER-SELECAO.

           READ SELECAO-FILE
               AT END
                   SET WRK-SEL-FIM TO TRUE
               NOT AT END
                   IF SEL-CLIENTE NOT = SPACES
                       IF WRK-TAB-SEL-QTD < 5000
                           ADD 1 TO WRK-TAB-SEL-QTD
                           MOVE SEL-CLIENTE
                               TO TAB-SEL-CLIENTE(WRK-TAB-SEL-QTD)
                       ELSE
                           ADD 1 TO WRK-SEL-IGNORADOS
                       END-IF
                   END-IF
           END-READ.

      **************************************************************
      ** COM LISTA DE SELECAO, CLIENTE FORA DELA NAO SAI.
      **************************************************************
       0130-VERIFICAR-SELECAO.

           SET SEL-IDX TO 1.
           SEARCH TAB-SEL
               AT END
                   CONTINUE
               WHEN TAB-SEL-CLIENTE(SEL-IDX) = CLI-CHAVE
                   ADD 1 TO WRK-QTD-CLIENTES
                   PERFORM 0220-IMPRIMIR-ETIQUETA
           END-SEARCH.

       0200-PROCESSAR.

           IF WRK-CAB-QUEBROU
               PERFORM 0210-IMPRIMIR-CABECALHO
           END-IF.

           EVALUATE TRUE
               WHEN CLI-INATIVO
                   CONTINUE
               WHEN WRK-SEL-NOME NOT = SPACES
                   IF WRK-TAB-SEL-QTD > ZEROS
                       PERFORM 0130-VERIFICAR-SELECAO
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CLIENTES
                   PERFORM 0220-IMPRIMIR-ETIQUETA
           END-EVALUATE.

           READ CLIENTE-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
