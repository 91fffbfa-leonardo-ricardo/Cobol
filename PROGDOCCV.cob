       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDOCCV.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: CONVERSAO (CARGA UNICA) DA CHAVE DE CLIENTE DE
      **    CPF PARA TIPO DE PESSOA + DOCUMENTO (CPF OU CNPJ). LE OS
      **    ARQUIVOS NO LAYOUT ANTIGO, PREVIAMENTE RENOMEADOS PELA
      **    OPERACAO, E GRAVA OS NOVOS COM O CLIENTE COMO PESSOA
      **    FISICA ('F') E O CPF NO DOCUMENTO, NOS MOLDES DO
      **    PROGCLCV:
      **      CLICPF -> CLIENTE (RAZAO SOCIAL E INSCRICAO ESTADUAL
      **                EM BRANCO, A COMPLETAR PELO PROGCPF);
      **      CRCCPF -> CONTAREC;   PDVCPF -> PEDVENDA;
      **      OVDCPF -> ORCVENDA;   FRGCPF -> FATREG;
      **      NCRCPF -> NOTACRED;   CMVCPF -> CMVHIST.
      **    O CADASTRO DE CLIENTES E OBRIGATORIO (FALHA VAI PARA O
      **    LOG DE ABENDS E NADA MAIS E CONVERTIDO); OS DEMAIS SAO
      **    CONVERTIDOS QUANDO PRESENTES. OS MOVIMENTOS DIARIOS
      **    (VENDAS, FATITENS, NFEDI, PAGTOS) NAO SAO CONVERTIDOS:
      **    DEVEM SER PROCESSADOS ANTES DA TROCA DE VERSAO.
      **    EXECUTAR UMA UNICA VEZ.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLICPF-FILE ASSIGN TO "CLICPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLC-CPF
               FILE STATUS IS WRK-CLICPF-STATUS.
           SELECT CRCCPF-FILE ASSIGN TO "CRCCPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRA-CHAVE
               FILE STATUS IS WRK-CRCCPF-STATUS.
           SELECT PDVCPF-FILE ASSIGN TO "PDVCPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PDA-NUMERO
               FILE STATUS IS WRK-PDVCPF-STATUS.
           SELECT OVDCPF-FILE ASSIGN TO "OVDCPF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVA-NUMERO
               FILE STATUS IS WRK-OVDCPF-STATUS.
           SELECT FRGCPF-FILE ASSIGN TO "FRGCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRGCPF-STATUS.
           SELECT NCRCPF-FILE ASSIGN TO "NCRCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NCRCPF-STATUS.
           SELECT CMVCPF-FILE ASSIGN TO "CMVCPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CMVCPF-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATREG-STATUS.
           SELECT NOTACRED-FILE ASSIGN TO "NOTACRED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTACRED-STATUS.
           COPY CPYCLISL.
           COPY CPYCRCSL.
           COPY CPYPDVSL.
           COPY CPYOVDSL.
           COPY CPYCMVSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUTS ANTIGOS: O QUE VEM ANTES DO CPF, O CPF E O RESTO
      *    DO REGISTRO, COPIADO SEM ALTERACAO PARA O NOVO LAYOUT.
       FD  CLICPF-FILE.
       01  CLICPF-REG.
           05  CLC-CPF            PIC 9(11).
           05  CLC-DEPOIS         PIC X(152).
       FD  CRCCPF-FILE.
       01  CRCCPF-REG.
           05  CRA-CHAVE          PIC X(10).
           05  CRA-CPF            PIC 9(11).
           05  CRA-DEPOIS         PIC X(39).
       FD  PDVCPF-FILE.
       01  PDVCPF-REG.
           05  PDA-NUMERO         PIC 9(08).
           05  PDA-CPF            PIC 9(11).
           05  PDA-DEPOIS         PIC X(94).
       FD  OVDCPF-FILE.
       01  OVDCPF-REG.
           05  OVA-NUMERO         PIC 9(08).
           05  OVA-CPF            PIC 9(11).
           05  OVA-DEPOIS         PIC X(108).
       FD  FRGCPF-FILE.
       01  FRGCPF-REG.
           05  FRA-ANTES          PIC X(09).
           05  FRA-CPF            PIC 9(11).
           05  FRA-DEPOIS         PIC X(58).
       FD  NCRCPF-FILE.
       01  NCRCPF-REG.
           05  NCA-ANTES          PIC X(18).
           05  NCA-CPF            PIC 9(11).
           05  NCA-DEPOIS         PIC X(36).
       FD  CMVCPF-FILE.
       01  CMVCPF-REG.
           05  CMA-ANTES          PIC X(17).
           05  CMA-CPF            PIC 9(11).
           05  CMA-DEPOIS         PIC X(35).
      *    LAYOUTS NOVOS DOS LIVROS EM LINHA (VER PROGFATB/PROGVENDB).
       FD  FATREG-FILE.
       01  FATREG-REG.
           05  FRN-ANTES          PIC X(09).
           05  FRN-CLIENTE.
               10  FRN-TIPO-PESSOA PIC X(01).
               10  FRN-DOC-CLIENTE PIC 9(14).
           05  FRN-DEPOIS         PIC X(58).
       FD  NOTACRED-FILE.
       01  NOTACRED-REG.
           05  NCN-ANTES          PIC X(18).
           05  NCN-CLIENTE.
               10  NCN-TIPO-PESSOA PIC X(01).
               10  NCN-DOC-CLIENTE PIC 9(14).
           05  NCN-DEPOIS         PIC X(36).
       COPY CPYCLIFD.
       COPY CPYCRCFD.
       COPY CPYPDVFD.
       COPY CPYOVDFD.
       COPY CPYCMVFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-CLICPF-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CRCCPF-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PDVCPF-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-OVDCPF-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FRGCPF-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-NCRCPF-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CMVCPF-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ORCVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FATREG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-NOTACRED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CMVHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-CLIENTES-OK-SW     PIC X(01) VALUE 'N'.
           88  WRK-CLIENTES-OK                VALUE 'S'.
       77  WRK-QTD-CLIENTES       PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-TITULOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PEDIDOS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ORCAMENTOS     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-FATURAS        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-NOTAS-CRED     PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-CUSTOS         PIC 9(07) VALUE ZEROS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-CONV-CLIENTE.
           IF WRK-CLIENTES-OK
               PERFORM 0200-CONV-CONTAREC
               PERFORM 0300-CONV-PEDVENDA
               PERFORM 0400-CONV-ORCVENDA
               PERFORM 0500-CONV-FATREG
               PERFORM 0600-CONV-NOTACRED
               PERFORM 0700-CONV-CMVHIST
           END-IF.
           PERFORM 0900-FINALIZAR.

           STOP RUN.

      **************************************************************
      ** CADASTRO DE CLIENTES: OBRIGATORIO. SEM ELE A CONVERSAO PARA
      ** AQUI, PARA NAO GERAR TITULOS E PEDIDOS DE CLIENTE QUE NAO
      ** EXISTE NO NOVO CADASTRO.
      **************************************************************
       0100-CONV-CLIENTE.

           OPEN INPUT CLICPF-FILE.
           IF WRK-CLICPF-STATUS NOT = '00'
               MOVE 'PROGDOCCV'         TO ABL-PROGRAMA
               MOVE '0100-CONV-CLIENTE' TO ABL-PARAGRAFO
               MOVE WRK-CLICPF-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO ANTIGO DE CLIENTES'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           ELSE
               OPEN OUTPUT CLIENTE-FILE
               IF WRK-CLIENTE-STATUS NOT = '00'
                   MOVE 'PROGDOCCV'         TO ABL-PROGRAMA
                   MOVE '0100-CONV-CLIENTE' TO ABL-PARAGRAFO
                   MOVE WRK-CLIENTE-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO CRIAR O NOVO CADASTRO DE CLIENTES'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   SET WRK-CLIENTES-OK TO TRUE
                   MOVE 'N' TO WRK-FIM-SW
                   READ CLICPF-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
                   PERFORM 0110-GRAVAR-CLIENTE UNTIL WRK-FIM
                   CLOSE CLIENTE-FILE
               END-IF
               CLOSE CLICPF-FILE
           END-IF.

       0110-GRAVAR-CLIENTE.

           SET CLI-PESSOA-FISICA TO TRUE.
           MOVE CLC-CPF        TO CLI-DOCUMENTO.
           MOVE CLC-DEPOIS     TO CLIENTE-REG(16:152).
           MOVE SPACES         TO CLI-RAZAO-SOCIAL.
           MOVE SPACES         TO CLI-INSCR-ESTADUAL.
           WRITE CLIENTE-REG.
           ADD 1 TO WRK-QTD-CLIENTES.

           READ CLICPF-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CONTAS A RECEBER. ARQUIVO ANTIGO AUSENTE E SO AVISADO.
      **************************************************************
       0200-CONV-CONTAREC.

           OPEN INPUT CRCCPF-FILE.
           IF WRK-CRCCPF-STATUS = '35'
               DISPLAY 'CRCCPF AUSENTE - CONTAREC NAO CONVERTIDO.'
           ELSE
               IF WRK-CRCCPF-STATUS NOT = '00'
                   MOVE 'PROGDOCCV'          TO ABL-PROGRAMA
                   MOVE '0200-CONV-CONTAREC' TO ABL-PARAGRAFO
                   MOVE WRK-CRCCPF-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CONTAS A RECEBER ANTIGO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   OPEN OUTPUT CONTAREC-FILE
                   MOVE 'N' TO WRK-FIM-SW
                   READ CRCCPF-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
                   PERFORM 0210-GRAVAR-TITULO UNTIL WRK-FIM
                   CLOSE CONTAREC-FILE
                   CLOSE CRCCPF-FILE
               END-IF
           END-IF.

       0210-GRAVAR-TITULO.

           MOVE CRA-CHAVE      TO CRC-CHAVE.
           MOVE 'F'            TO CRC-TIPO-PESSOA.
           MOVE CRA-CPF        TO CRC-DOC-CLIENTE.
           MOVE CRA-DEPOIS     TO CONTAREC-REG(26:39).
           WRITE CONTAREC-REG.
           ADD 1 TO WRK-QTD-TITULOS.

           READ CRCCPF-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CARTEIRA DE PEDIDOS DE VENDA.
      **************************************************************
       0300-CONV-PEDVENDA.

           OPEN INPUT PDVCPF-FILE.
           IF WRK-PDVCPF-STATUS = '35'
               DISPLAY 'PDVCPF AUSENTE - PEDVENDA NAO CONVERTIDO.'
           ELSE
               IF WRK-PDVCPF-STATUS NOT = '00'
                   MOVE 'PROGDOCCV'          TO ABL-PROGRAMA
                   MOVE '0300-CONV-PEDVENDA' TO ABL-PARAGRAFO
                   MOVE WRK-PDVCPF-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR A CARTEIRA DE PEDIDOS ANTIGA'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   OPEN OUTPUT PEDVENDA-FILE
                   MOVE 'N' TO WRK-FIM-SW
                   READ PDVCPF-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
                   PERFORM 0310-GRAVAR-PEDIDO UNTIL WRK-FIM
                   CLOSE PEDVENDA-FILE
                   CLOSE PDVCPF-FILE
               END-IF
           END-IF.

       0310-GRAVAR-PEDIDO.

           MOVE PDA-NUMERO     TO PDV-NUMERO.
           MOVE 'F'            TO PDV-TIPO-PESSOA.
           MOVE PDA-CPF        TO PDV-DOC-CLIENTE.
           MOVE PDA-DEPOIS     TO PEDVENDA-REG(24:94).
           WRITE PEDVENDA-REG.
           ADD 1 TO WRK-QTD-PEDIDOS.

           READ PDVCPF-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** ORCAMENTOS DE VENDA.
      **************************************************************
       0400-CONV-ORCVENDA.

           OPEN INPUT OVDCPF-FILE.
           IF WRK-OVDCPF-STATUS = '35'
               DISPLAY 'OVDCPF AUSENTE - ORCVENDA NAO CONVERTIDO.'
           ELSE
               IF WRK-OVDCPF-STATUS NOT = '00'
                   MOVE 'PROGDOCCV'          TO ABL-PROGRAMA
                   MOVE '0400-CONV-ORCVENDA' TO ABL-PARAGRAFO
                   MOVE WRK-OVDCPF-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR OS ORCAMENTOS ANTIGOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   OPEN OUTPUT ORCVENDA-FILE
                   MOVE 'N' TO WRK-FIM-SW
                   READ OVDCPF-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
                   PERFORM 0410-GRAVAR-ORCAMENTO UNTIL WRK-FIM
                   CLOSE ORCVENDA-FILE
                   CLOSE OVDCPF-FILE
               END-IF
           END-IF.

       0410-GRAVAR-ORCAMENTO.

           MOVE OVA-NUMERO     TO OVD-NUMERO.
           MOVE 'F'            TO OVD-TIPO-PESSOA.
           MOVE OVA-CPF        TO OVD-DOC-CLIENTE.
           MOVE OVA-DEPOIS     TO ORCVENDA-REG(24:108).
           WRITE ORCVENDA-REG.
           ADD 1 TO WRK-QTD-ORCAMENTOS.

           READ OVDCPF-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** LIVRO DE FATURAS.
      **************************************************************
       0500-CONV-FATREG.

           OPEN INPUT FRGCPF-FILE.
           IF WRK-FRGCPF-STATUS = '35'
               DISPLAY 'FRGCPF AUSENTE - FATREG NAO CONVERTIDO.'
           ELSE
               IF WRK-FRGCPF-STATUS NOT = '00'
                   MOVE 'PROGDOCCV'          TO ABL-PROGRAMA
                   MOVE '0500-CONV-FATREG'   TO ABL-PARAGRAFO
                   MOVE WRK-FRGCPF-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O LIVRO DE FATURAS ANTIGO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   OPEN OUTPUT FATREG-FILE
                   MOVE 'N' TO WRK-FIM-SW
                   READ FRGCPF-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
                   PERFORM 0510-GRAVAR-FATURA UNTIL WRK-FIM
                   CLOSE FATREG-FILE
                   CLOSE FRGCPF-FILE
               END-IF
           END-IF.

       0510-GRAVAR-FATURA.

           MOVE FRA-ANTES      TO FRN-ANTES.
           MOVE 'F'            TO FRN-TIPO-PESSOA.
           MOVE FRA-CPF        TO FRN-DOC-CLIENTE.
           MOVE FRA-DEPOIS     TO FRN-DEPOIS.
           WRITE FATREG-REG.
           ADD 1 TO WRK-QTD-FATURAS.

           READ FRGCPF-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** NOTAS DE CREDITO.
      **************************************************************
       0600-CONV-NOTACRED.

           OPEN INPUT NCRCPF-FILE.
           IF WRK-NCRCPF-STATUS = '35'
               DISPLAY 'NCRCPF AUSENTE - NOTACRED NAO CONVERTIDO.'
           ELSE
               IF WRK-NCRCPF-STATUS NOT = '00'
                   MOVE 'PROGDOCCV'          TO ABL-PROGRAMA
                   MOVE '0600-CONV-NOTACRED' TO ABL-PARAGRAFO
                   MOVE WRK-NCRCPF-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR AS NOTAS DE CREDITO ANTIGAS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   OPEN OUTPUT NOTACRED-FILE
                   MOVE 'N' TO WRK-FIM-SW
                   READ NCRCPF-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
                   PERFORM 0610-GRAVAR-NOTA-CREDITO UNTIL WRK-FIM
                   CLOSE NOTACRED-FILE
                   CLOSE NCRCPF-FILE
               END-IF
           END-IF.

       0610-GRAVAR-NOTA-CREDITO.

           MOVE NCA-ANTES      TO NCN-ANTES.
           MOVE 'F'            TO NCN-TIPO-PESSOA.
           MOVE NCA-CPF        TO NCN-DOC-CLIENTE.
           MOVE NCA-DEPOIS     TO NCN-DEPOIS.
           WRITE NOTACRED-REG.
           ADD 1 TO WRK-QTD-NOTAS-CRED.

           READ NCRCPF-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** HISTORICO DE CUSTO DAS MERCADORIAS VENDIDAS.
      **************************************************************
       0700-CONV-CMVHIST.

           OPEN INPUT CMVCPF-FILE.
           IF WRK-CMVCPF-STATUS = '35'
               DISPLAY 'CMVCPF AUSENTE - CMVHIST NAO CONVERTIDO.'
           ELSE
               IF WRK-CMVCPF-STATUS NOT = '00'
                   MOVE 'PROGDOCCV'          TO ABL-PROGRAMA
                   MOVE '0700-CONV-CMVHIST'  TO ABL-PARAGRAFO
                   MOVE WRK-CMVCPF-STATUS    TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O HISTORICO DE CUSTO ANTIGO'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               ELSE
                   OPEN OUTPUT CMVHIST-FILE
                   MOVE 'N' TO WRK-FIM-SW
                   READ CMVCPF-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
                   PERFORM 0710-GRAVAR-CUSTO UNTIL WRK-FIM
                   CLOSE CMVHIST-FILE
                   CLOSE CMVCPF-FILE
               END-IF
           END-IF.

       0710-GRAVAR-CUSTO.

           MOVE CMA-ANTES      TO CMVHIST-REG(1:17).
           MOVE 'F'            TO CMV-TIPO-PESSOA.
           MOVE CMA-CPF        TO CMV-DOC-CLIENTE.
           MOVE CMA-DEPOIS     TO CMVHIST-REG(33:35).
           WRITE CMVHIST-REG.
           ADD 1 TO WRK-QTD-CUSTOS.

           READ CMVCPF-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0900-FINALIZAR.

           DISPLAY 'CLIENTES CONVERTIDOS.....: ' WRK-QTD-CLIENTES.
           DISPLAY 'TITULOS A RECEBER........: ' WRK-QTD-TITULOS.
           DISPLAY 'PEDIDOS DE VENDA.........: ' WRK-QTD-PEDIDOS.
           DISPLAY 'ORCAMENTOS...............: ' WRK-QTD-ORCAMENTOS.
           DISPLAY 'FATURAS (FATREG).........: ' WRK-QTD-FATURAS.
           DISPLAY 'NOTAS DE CREDITO.........: ' WRK-QTD-NOTAS-CRED.
           DISPLAY 'REGISTROS DE CUSTO (CMV).: ' WRK-QTD-CUSTOS.

       COPY CPYABLPR.
