      **               PROGEXCM/PROGEXCF REINJETA CABECALHO E ITENS
      **               E A REEMISSAO BAIXA O ESTOQUE DE NOVO, SEM
      **               BAIXA DUPLICADA NEM FATURA VAZIA.
      **  15/10/2026 LR - CUSTO DAS MERCADORIAS VENDIDAS: CADA ITEM
      **               BAIXADO DO ESTOQUE E VALORIZADO AO CUSTO
      **               MEDIO PONDERADO DO PRODUTO (EST-CUSTO-MEDIO).
      **               A FATURA ESCRITURADA GRAVA UM REGISTRO POR
      **               ITEM NO HISTORICO DE CUSTO (CMVHIST, VER
      **               CPYCMV*) E O CUSTO TOTAL DO LOTE E LANCADO NO
      **               RAZAO (LANCTOS): DEBITO DO CUSTO DAS
      **               MERCADORIAS VENDIDAS (41009) E CREDITO DO
      **               ESTOQUE DE MERCADORIAS (11005). FATURA RETIDA
      **               NAO GERA CUSTO. A MARGEM BRUTA SAI NO
      **               PROGMRGR.
      **  15/10/2026 LR - CLIENTE PASSA A SER IDENTIFICADO PELO TIPO
      **               DE PESSOA + CPF/CNPJ (CHAVE DO CADASTRO) NO
      **               CABECALHO DE FATURA, NO FATREG, NO NFEDI, NO
      **               CONTAREC E NO CMVHIST. A FATURA IMPRIME O
      **               DOCUMENTO FORMATADO E, PARA PESSOA JURIDICA,
      **               A RAZAO SOCIAL E A INSCRICAO ESTADUAL.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYCRCSL.
           COPY CPYCLISL.
           COPY CPYESTSL.
           COPY CPYCMVSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYLOTSL.
           COPY CPYABLSL.
       DATA DIVISION.
               88  FAT-REG-ITEM               VALUE '2'.
               88  FAT-REG-ARQCAB             VALUE '0'.
               88  FAT-REG-ARQROD             VALUE '9'.
           05  FAT-HDR-CLIENTE.
               10  FAT-HDR-TIPO-PESSOA PIC X(01).
               10  FAT-HDR-DOC-CLIENTE PIC 9(14).
           05  FAT-HDR-DATA       PIC 9(08).
           05  FAT-HDR-UF         PIC X(02).
           05  FAT-HDR-PARCELAS   PIC 9(02).
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FRG-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
       01  NFEDI-DETALHE-REG.
           05  NFE-DET-TIPO       PIC X(01).
           05  NFE-DET-NUMERO     PIC 9(08).
           05  NFE-DET-CLIENTE.
               10  NFE-DET-TIPO-PESSOA PIC X(01).
               10  NFE-DET-DOCUMENTO PIC 9(14).
           05  NFE-DET-DATA       PIC 9(08).
           05  NFE-DET-UF         PIC X(02).
           05  NFE-DET-QTD-ITENS  PIC 9(03).
       COPY CPYCRCFD.
       COPY CPYCLIFD.
       COPY CPYESTFD.
       COPY CPYCMVFD.

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYLOTFD.
       COPY CPYABLFD.

       77  WRK-QTD-FATURAS        PIC 9(05)     VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO-FATURA      PIC 9(08) VALUE ZEROS.
       01  WRK-CLIENTE-FATURA.
           05  WRK-CLF-TIPO-PESSOA PIC X(01) VALUE 'F'.
           05  WRK-CLF-DOCUMENTO  PIC 9(14) VALUE ZEROS.
       77  WRK-DATA-FATURA        PIC 9(08) VALUE ZEROS.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
       77  WRK-ICMSTAB-STATUS     PIC X(02) VALUE SPACES.
               10  TAB-FIT-CODPROD    PIC X(08).
               10  TAB-FIT-QTD        PIC 9(03).
               10  TAB-FIT-BAIXADO-SW PIC X(01).
               10  TAB-FIT-VALOR      PIC 9(07)V99.
               10  TAB-FIT-CUSTO      PIC 9(09)V99.
       77  WRK-CMVHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CUSTO-UNIT-ITEM    PIC 9(05)V9999 VALUE ZEROS.
       77  WRK-CUSTO-ITEM         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-FATURA-CMV         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CMV-TOTAL          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CONTA-CMV          PIC 9(05) VALUE 41009.
       77  WRK-CONTA-ESTOQUE      PIC 9(05) VALUE 11005.
       77  WRK-PARCELAS-FATURA    PIC 9(02) VALUE 1.
       77  WRK-PARCELA-SUB        PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-DTF-DIA        PIC 9(02).
       01  WRK-FAT-HDR-IMAGEM.
           05  WRK-FHI-TIPO       PIC X(01) VALUE '1'.
           05  WRK-FHI-CLIENTE    PIC X(15) VALUE SPACES.
           05  WRK-FHI-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-FHI-UF         PIC X(02) VALUE SPACES.
           05  WRK-FHI-PARCELAS   PIC 9(02) VALUE 1.
           05  FILLER             PIC X(04) VALUE SPACES.
       01  WRK-LINHA-ITEM.
           05  WRK-LI-PRODUTO     PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
       COPY CPYDTSWS.
       COPY CPYLOTWS.
       COPY CPYABLWS.
       COPY CPYDOCWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

                   OPEN OUTPUT FATREG-FILE
               END-IF

               OPEN EXTEND CMVHIST-FILE
               IF WRK-CMVHIST-STATUS = '05' OR '35'
                   CLOSE CMVHIST-FILE
                   OPEN OUTPUT CMVHIST-FILE
               END-IF

               OPEN I-O CONTAREC-FILE
               IF WRK-CONTAREC-STATUS = '35'
                   CLOSE CONTAREC-FILE
               CLOSE ITENS-FILE
               CLOSE FATURA-FILE
               CLOSE FATREG-FILE
               CLOSE CMVHIST-FILE
               CLOSE CONTAREC-FILE
               CLOSE EXCECOES-FILE
               MOVE 'N' TO WRK-ITENS-ABERTO-SW
               WHEN FAT-REG-ITEM
                   ADD 1 TO WRK-HDT-QTD-LIDOS
                   IF NOT WRK-FATURA-ABERTA
                       MOVE 'F'   TO FAT-HDR-TIPO-PESSOA
                       MOVE ZEROS TO FAT-HDR-DOC-CLIENTE
                       MOVE WRK-LOTECAB-DATA TO FAT-HDR-DATA
                       MOVE SPACES TO FAT-HDR-UF
                       MOVE 1 TO FAT-HDR-PARCELAS

           ADD 1 TO WRK-ULTIMO-NUMERO.
           MOVE WRK-ULTIMO-NUMERO TO WRK-NUMERO-FATURA.
           MOVE FAT-HDR-CLIENTE   TO WRK-CLIENTE-FATURA.
           MOVE FAT-HDR-DATA      TO WRK-DATA-FATURA.
           MOVE FAT-HDR-UF        TO WRK-UF-FATURA.
           IF FAT-HDR-PARCELAS IS NUMERIC
           ELSE
               MOVE 1 TO WRK-PARCELAS-FATURA
           END-IF.
           MOVE WRK-CLIENTE-FATURA TO WRK-FHI-CLIENTE.
           MOVE WRK-DATA-FATURA   TO WRK-FHI-DATA.
           MOVE WRK-UF-FATURA     TO WRK-FHI-UF.
           MOVE WRK-PARCELAS-FATURA TO WRK-FHI-PARCELAS.
           MOVE ZEROS             TO WRK-FATURA-TOTAL.
           MOVE ZEROS             TO WRK-QTD-ITENS.
           MOVE ZEROS             TO WRK-TAB-FIT-QTD.
           MOVE ZEROS             TO WRK-FATURA-CMV.
           SET WRK-FATURA-ABERTA  TO TRUE.

           ADD 1 TO WRK-PAGINA.
           MOVE SPACES TO FATURA-LINHA.
           STRING 'FATURA No ' DELIMITED BY SIZE
               WRK-NUMERO-FATURA DELIMITED BY SIZE
               '   DATA ' DELIMITED BY SIZE
               WRK-DATA-FATURA   DELIMITED BY SIZE
               '   UF ' DELIMITED BY SIZE
               WRK-PARCELAS-FATURA DELIMITED BY SIZE
               INTO FATURA-LINHA.
           WRITE FATURA-LINHA.
           PERFORM 0212-IMPRIMIR-CLIENTE.
           MOVE SPACES TO FATURA-LINHA.
           WRITE FATURA-LINHA.

      **************************************************************
      ** IDENTIFICACAO DO CLIENTE NA FATURA: CPF OU CNPJ FORMATADO
      ** CONFORME O TIPO DE PESSOA; PESSOA JURIDICA CADASTRADA SAI
      ** TAMBEM COM A RAZAO SOCIAL E A INSCRICAO ESTADUAL.
      **************************************************************
       0212-IMPRIMIR-CLIENTE.

           MOVE WRK-CLIENTE-FATURA TO WRK-DOC-CHAVE.
           PERFORM 7950-FORMATAR-DOCUMENTO.
           MOVE SPACES TO FATURA-LINHA.
           STRING 'CLIENTE ' DELIMITED BY SIZE
               WRK-DOC-ROTULO    DELIMITED BY SPACE
               ' '               DELIMITED BY SIZE
               WRK-DOC-FORMATADO DELIMITED BY SIZE
               INTO FATURA-LINHA.
           WRITE FATURA-LINHA.

           IF WRK-CLIENTE-ABERTO AND WRK-CLF-DOCUMENTO > ZEROS
               AND WRK-CLF-TIPO-PESSOA = 'J'
               MOVE WRK-CLIENTE-FATURA TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO FATURA-LINHA
                       STRING 'RAZAO SOCIAL ' DELIMITED BY SIZE
                           CLI-RAZAO-SOCIAL   DELIMITED BY SIZE
                           '  IE '            DELIMITED BY SIZE
                           CLI-INSCR-ESTADUAL DELIMITED BY SIZE
                           INTO FATURA-LINHA
                       WRITE FATURA-LINHA
               END-READ
           END-IF.

       0220-PROCESSAR-ITEM.

           MOVE 'N' TO WRK-ITEM-BAIXADO-SW.
      ** PELA QUANTIDADE FATURADA. PRODUTO SEM REGISTRO DE ESTOQUE
      ** OU SEM SALDO SUFICIENTE BLOQUEIA O ITEM (DESVIO PARA
      ** EXCECOES COM A IMAGEM, COMO OS DEMAIS REJEITOS DE ITEM).
      ** O ITEM BAIXADO LEVA O CUSTO MEDIO DO PRODUTO PARA O CUSTO
      ** DAS MERCADORIAS VENDIDAS; ITEM SEM BAIXA FICA SEM CUSTO.
      **************************************************************
       0227-BAIXAR-ESTOQUE.

           SET WRK-ESTOQUE-OK TO TRUE.
           MOVE ZEROS TO WRK-CUSTO-UNIT-ITEM.

           IF WRK-ESTOQUEP-ABERTO
               AND ITEM-CODPRODUTO NOT = SPACES
                       IF EST-SALDO < ITEM-QUANTIDADE
                           SET WRK-ESTOQUE-INSUFIC TO TRUE
                       ELSE
                           IF EST-CUSTO-MEDIO NOT NUMERIC
                               MOVE ZEROS TO EST-CUSTO-MEDIO
                           END-IF
                           MOVE EST-CUSTO-MEDIO
                               TO WRK-CUSTO-UNIT-ITEM
                           SUBTRACT ITEM-QUANTIDADE FROM EST-SALDO
                           REWRITE ESTOQUEP-REG
                           SET WRK-ITEM-BAIXADO TO TRUE
           END-IF.

           ADD WRK-ITEM-TOTAL TO WRK-FATURA-TOTAL.
           COMPUTE WRK-CUSTO-ITEM ROUNDED =
               ITEM-QUANTIDADE * WRK-CUSTO-UNIT-ITEM.
           ADD WRK-CUSTO-ITEM TO WRK-FATURA-CMV.
           ADD 1 TO WRK-QTD-ITENS.
           ADD 1 TO WRK-QTD-ITENS-GERAL.

                   TO TAB-FIT-QTD(WRK-TAB-FIT-QTD)
               MOVE WRK-ITEM-BAIXADO-SW
                   TO TAB-FIT-BAIXADO-SW(WRK-TAB-FIT-QTD)
               MOVE WRK-ITEM-TOTAL
                   TO TAB-FIT-VALOR(WRK-TAB-FIT-QTD)
               MOVE WRK-CUSTO-ITEM
                   TO TAB-FIT-CUSTO(WRK-TAB-FIT-QTD)
           END-IF.

           MOVE ITEM-PRODUTO    TO WRK-LI-PRODUTO.
                   WRITE FATURA-LINHA

                   MOVE WRK-NUMERO-FATURA TO FRG-NUMERO
                   MOVE WRK-CLIENTE-FATURA TO FRG-CLIENTE
                   MOVE WRK-DATA-FATURA   TO FRG-DATA
                   MOVE WRK-QTD-ITENS     TO FRG-QTD-ITENS
                   MOVE WRK-FATURA-TOTAL  TO FRG-TOTAL

                   PERFORM 0255-EXPORTAR-FATURA-FISCAL
                   PERFORM 0250-GRAVAR-TITULO-RECEBER
                   PERFORM 0270-GRAVAR-CUSTO-ITEM
                       VARYING WRK-FIT-SUB FROM 1 BY 1
                       UNTIL WRK-FIT-SUB > WRK-TAB-FIT-QTD
                   ADD WRK-FATURA-CMV TO WRK-CMV-TOTAL

                   ADD 1 TO WRK-QTD-FATURAS
                   ADD WRK-FATURA-TOTAL TO WRK-TOTAL-GERAL

           SET WRK-CREDITO-OK TO TRUE.

           IF WRK-CLIENTE-ABERTO AND WRK-CLF-DOCUMENTO > ZEROS
               MOVE WRK-CLIENTE-FATURA TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   SET WRK-CRED-FIM TO TRUE
               NOT AT END
                   IF CRC-ABERTO
                       AND CRC-CLIENTE = WRK-CLIENTE-FATURA
                       COMPUTE WRK-SALDO-ABERTO-CLI =
                           WRK-SALDO-ABERTO-CLI
                           + CRC-VALOR - CRC-VALOR-PAGO
           MOVE TAB-FIT-IMAGEM(WRK-FIT-SUB) TO WRK-EXC-IMAGEM.
           MOVE WRK-FAT-HDR-IMAGEM TO WRK-EXC-IMAGEM(59:32).
           MOVE 'PROGFATB'         TO EXC-PROGRAMA.
           MOVE WRK-CLIENTE-FATURA TO EXC-CHAVE.
           MOVE 'CLI-LIMITE'       TO EXC-CAMPO.
           MOVE WRK-FATURA-TOTAL   TO EXC-VALOR.
           MOVE 'FATURA RETIDA - LIMITE DE CREDITO' TO EXC-MOTIVO.
                   WRK-ICMS-TOTAL DELIMITED BY SIZE
                   INTO FATURA-LINHA
               WRITE FATURA-LINHA
               MOVE SPACES TO FATURA-LINHA
               STRING 'CUSTO DAS MERCADORIAS VENDIDAS: '
                   DELIMITED BY SIZE
                   WRK-CMV-TOTAL DELIMITED BY SIZE
                   INTO FATURA-LINHA
               WRITE FATURA-LINHA

               PERFORM 0280-GRAVAR-LANCAMENTO-CMV
               PERFORM 8510-GRAVAR-ULTIMO-NUMERO

               MOVE '9'             TO NFE-TRL-TIPO
               CLOSE ITENS-FILE
               CLOSE FATURA-FILE
               CLOSE FATREG-FILE
               CLOSE CMVHIST-FILE
               CLOSE CONTAREC-FILE
               IF WRK-CLIENTE-ABERTO
                   CLOSE CLIENTE-FILE
               CLOSE EXCECOES-FILE
           END-IF.

      **************************************************************
      ** HISTORICO DE CUSTO DA FATURA ESCRITURADA (CMVHIST): UM
      ** REGISTRO POR ITEM COM O VALOR DE VENDA E O CUSTO AO CUSTO
      ** MEDIO, BASE DO RELATORIO DE MARGEM BRUTA (PROGMRGR).
      **************************************************************
       0270-GRAVAR-CUSTO-ITEM.

           MOVE 'V'                          TO CMV-TIPO.
           MOVE WRK-NUMERO-FATURA            TO CMV-FATURA.
           MOVE WRK-DATA-FATURA              TO CMV-DATA.
           MOVE WRK-CLIENTE-FATURA           TO CMV-CLIENTE.
           MOVE TAB-FIT-CODPROD(WRK-FIT-SUB) TO CMV-CODPRODUTO.
           MOVE TAB-FIT-QTD(WRK-FIT-SUB)     TO CMV-QUANTIDADE.
           MOVE TAB-FIT-VALOR(WRK-FIT-SUB)   TO CMV-VALOR-VENDA.
           MOVE TAB-FIT-CUSTO(WRK-FIT-SUB)   TO CMV-CUSTO.
           WRITE CMVHIST-REG.

      **************************************************************
      ** CUSTO DAS MERCADORIAS VENDIDAS DO LOTE NO RAZAO (LANCTOS),
      ** EM PARTIDA DOBRADA: DEBITO DO CMV (41009) E CREDITO DO
      ** ESTOQUE DE MERCADORIAS (11005).
      **************************************************************
       0280-GRAVAR-LANCAMENTO-CMV.

           IF WRK-CMV-TOTAL > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'VENDA'             TO LAN-CENTRO-CUSTO
               MOVE WRK-CONTA-CMV       TO LAN-CONTA
               MOVE 'D'                 TO LAN-TIPO
               MOVE WRK-CMV-TOTAL       TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA    TO LAN-DATA
               MOVE 'FATREL'            TO LAN-DOCUMENTO
               MOVE 'CUSTO DAS MERCADORIAS VENDIDAS' TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE WRK-CONTA-ESTOQUE   TO LAN-CONTA
               MOVE 'C'                 TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** EXPORTACAO FISCAL ELETRONICA DA FATURA FECHADA: UM
      ** DETALHE NO NFEDI COM O NUMERO OFICIAL, O CLIENTE, A DATA,

           MOVE '1'               TO NFE-DET-TIPO.
           MOVE WRK-NUMERO-FATURA TO NFE-DET-NUMERO.
           MOVE WRK-CLIENTE-FATURA TO NFE-DET-CLIENTE.
           MOVE WRK-DATA-FATURA   TO NFE-DET-DATA.
           MOVE WRK-UF-FATURA     TO NFE-DET-UF.
           MOVE WRK-QTD-ITENS     TO NFE-DET-QTD-ITENS.

           MOVE WRK-NUMERO-FATURA TO CRC-NUMERO.
           MOVE WRK-PARCELA-SUB   TO CRC-PARCELA.
           MOVE WRK-CLIENTE-FATURA TO CRC-CLIENTE.
           MOVE WRK-DATA-FATURA   TO CRC-DATA-EMISSAO.

           MOVE WRK-DATA-FATURA   TO WRK-DATA-FATURA-R.
       COPY CPYLOTPR.
       COPY CPYABLPR.
       COPY CPYHDTPR.
       COPY CPYDOCPR.
