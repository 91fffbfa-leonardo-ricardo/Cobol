      **               E REMONTADO DO HISTORICO COM TODOS OS DIAS JA
      **               LANCADOS DO MES DO LOTE, EM VEZ DE SOMENTE DO
      **               MOVIMENTO DA JANELA.
      **  15/10/2026 LR - O CLIENTE DA VENDA PASSA A SER IDENTIFICADO
      **               PELO TIPO DE PESSOA E DOCUMENTO (CPF OU CNPJ,
      **               VND-CLIENTE, NO FORMATO DA CHAVE DO CADASTRO),
      **               PROPAGADO A NOTA DE CREDITO E AO CABECALHO DE
      **               FATURA; OS RELATORIOS IMPRIMEM O DOCUMENTO
      **               FORMATADO.
      **  15/10/2026 LR - NOTA DE CREDITO MAIOR QUE O SALDO EM ABERTO
      **               DA FATURA ORIGINAL: A SOBRA DEIXA DE SE PERDER
      **               E VIRA CREDITO DO CLIENTE (CREDCLI/CREDMOV, VER
      **               CPYCCL*), APLICADO PELO PROGRECB NOS TITULOS
      **               SEGUINTES. SAI NO CREDNREL E E LANCADA EM
      **               ADIANTAMENTOS DE CLIENTES (D 41018 / C 21016).
      **  15/10/2026 LR - A COMISSAO GERADA E A ESTORNADA PASSAM A SER
      **               ACUMULADAS TAMBEM POR CLIENTE E GRAVADAS NO
      **               HISTORICO DIARIO COMCLI (CPYCMC*, NOS MOLDES
      **               DO PRODDIA), PARA A RENTABILIDADE POR CLIENTE
      **               (PROGRCLB) ABATER A COMISSAO DE CADA CLIENTE.
      **  15/10/2026 LR - O CPF DO CLIENTE NO CREDNREL E NO RANKING
      **               DE CLIENTES PASSA PELO MASCARAMENTO DE DADOS
      **               PESSOAIS (PROGMASC, VER CPYDMKPR).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-COMFOLHA-STATUS.
           COPY CPYPRDSL.
           COPY CPYCRCSL.
           COPY CPYCCLSL.
           COPY CPYCMOSL.
           COPY CPYCMCSL.
           COPY CPYVENYSL.
           COPY CPYVDDSL.
           COPY CPYVDRSL.
           05  VND-FILIAL         PIC 9(02).
           05  VND-CODVENDEDOR    PIC 9(04).
           05  VND-VENDEDOR       PIC X(30).
           05  VND-CLIENTE.
               10  VND-TIPO-PESSOA PIC X(01).
               10  VND-DOC-CLIENTE PIC 9(14).
           05  VND-CODPRODUTO     PIC X(08).
           05  VND-PRODUTO        PIC X(15).
           05  VND-UF-DESTINO     PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-FATURA-ORIG    PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-CLIENTE.
               10  NCR-TIPO-PESSOA PIC X(01).
               10  NCR-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NCR-DATA           PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CFO-VALOR          PIC 9(09)V99.
       COPY CPYPRDFD.
       COPY CPYCRCFD.
       COPY CPYCCLFD.
       COPY CPYCMOFD.
       COPY CPYCMCFD.

       FD  FATITENS-FILE.
       01  FATHDR-SAIDA-REG.
           05  FSA-HDR-TIPO       PIC X(01).
           05  FSA-HDR-CLIENTE.
               10  FSA-HDR-TIPO-PESSOA PIC X(01).
               10  FSA-HDR-DOC-CLIENTE PIC 9(14).
           05  FSA-HDR-DATA       PIC 9(08).
           05  FSA-HDR-UF         PIC X(02).
           05  FSA-HDR-PARCELAS   PIC 9(02).
       77  WRK-ORD-TROCOU-SW      PIC X(01) VALUE 'N'.
           88  WRK-ORD-TROCOU                 VALUE 'S'.
       01  WRK-CLI-TROCA.
           05  WRK-TROCA-CLIENTE  PIC X(15).
           05  WRK-TROCA-NOME     PIC X(20).
           05  WRK-TROCA-QTD      PIC 9(05).
           05  WRK-TROCA-TOTAL    PIC 9(09)V99.
           05  TAB-CLI OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-CLI-QTD
                   INDEXED BY CLI-IDX.
               10  TAB-CLI-CLIENTE    PIC X(15).
               10  TAB-CLI-NOME       PIC X(20).
               10  TAB-CLI-QTD        PIC 9(05).
               10  TAB-CLI-TOTAL      PIC 9(09)V99.
       01  WRK-LINHA-TOPCLI.
           05  WRK-LTC-DOCUMENTO  PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LTC-NOME       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           88  WRK-PRODDIA-FIM                VALUE 'S'.
       77  WRK-MES-RANKING        PIC 9(06) VALUE ZEROS.
       77  WRK-COMFOLHA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-COMCLI-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-TAB-CMC-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-CMC-SUB            PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-COMIS-CLIENTE.
           05  TAB-CMC OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-CMC-QTD
                   INDEXED BY CMC-IDX.
               10  TAB-CMC-CLIENTE    PIC X(15).
               10  TAB-CMC-COMISSAO   PIC 9(09)V99.
               10  TAB-CMC-ESTORNO    PIC 9(09)V99.
       77  WRK-QTD-ENVIADOS-FOLHA PIC 9(04) VALUE ZEROS.
       COPY CPYPRDTB.
       77  WRK-QTD-UNID-VENDA     PIC 9(03) VALUE ZEROS.
       77  WRK-NC-RESTANTE        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NC-SALDO-PARCELA   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-NC-PARCELA-SUB     PIC 9(02) VALUE ZEROS.
       77  WRK-NC-EXCEDENTE-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-CRED-CLIENTE PIC 9(11)V99 VALUE ZEROS.
       01  WRK-LINHA-NC.
           05  WRK-LNC-NUMERO     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LNC-FATURA     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LNC-DOCUMENTO  PIC X(18).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LNC-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYCCLWS.
       LINKAGE SECTION.
       01  WRK-LNK-QTD-PROCESSADOS    PIC 9(05).
       PROCEDURE DIVISION USING WRK-LNK-QTD-PROCESSADOS.

           PERFORM 7100-LER-YTD.
           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGVENDB'          TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 7600-CARREGAR-VENDEDORES.
           PERFORM 7700-CARREGAR-METAS.
           PERFORM 8800-CARREGAR-TABELA-ICMS.
               MOVE SPACES TO CREDNREL-LINHA
               WRITE CREDNREL-LINHA
               MOVE SPACES TO CREDNREL-LINHA
               STRING 'NOTA CR.  FATURA    CPF/CNPJ            '
                   DELIMITED BY SIZE
                   'VALOR           ICMS ESTORN.'
                   DELIMITED BY SIZE
               OPEN I-O CONTAREC-FILE
               IF WRK-CONTAREC-STATUS = '00'
                   SET WRK-CONTAREC-ABERTO TO TRUE
                   OPEN I-O CREDCLI-FILE
                   IF WRK-CREDCLI-STATUS = '35'
                       CLOSE CREDCLI-FILE
                       OPEN OUTPUT CREDCLI-FILE
                       CLOSE CREDCLI-FILE
                       OPEN I-O CREDCLI-FILE
                   END-IF
                   IF WRK-CREDCLI-STATUS = '00'
                       SET WRK-CREDCLI-ABERTO TO TRUE
                       OPEN EXTEND CREDMOV-FILE
                       IF WRK-CREDMOV-STATUS = '05' OR '35'
                           CLOSE CREDMOV-FILE
                           OPEN OUTPUT CREDMOV-FILE
                       END-IF
                       MOVE 'PROGVENDB' TO WRK-CCL-PROGRAMA
                   END-IF
               END-IF

               MOVE 'PROGVENDB' TO WRK-CAB-PROGRAMA

           PERFORM 0207-ACUMULAR-VENDEDOR.
           PERFORM 0212-ACUMULAR-CLIENTE.
           PERFORM 0229-ACUMULAR-COMIS-CLIENTE.
           PERFORM 0222-ACUMULAR-FILIAL.
           PERFORM 0226-VALIDAR-PRODUTO-VENDA.
           PERFORM 0214-GRAVAR-ITEM-FATURA.

      **************************************************************
      ** EMITE A VENDA ACEITA COMO FATURA NO LAYOUT DO PROGFATB
      ** (FATITENS): UM CABECALHO ('1') COM O CLIENTE E A
      ** DATA DA VENDA E UM ITEM ('2') COM O PRODUTO, QUANTIDADE 1
      ** E PRECO UNITARIO IGUAL AO VALOR DA VENDA, PARA O
      ** FATURAMENTO RODAR NA MESMA JANELA SEM REDIGITACAO.
       0214-GRAVAR-ITEM-FATURA.

           MOVE '1'             TO FSA-HDR-TIPO.
           MOVE VND-CLIENTE TO FSA-HDR-CLIENTE.
           MOVE VND-DATA        TO FSA-HDR-DATA.
           MOVE VND-UF-DESTINO  TO FSA-HDR-UF.
           IF VND-PARCELAS IS NUMERIC
           WRITE FATHDR-SAIDA-REG FROM WRK-HDT-CABECALHO.

      **************************************************************
      ** VALIDACAO DO CPF/CNPJ DO CLIENTE DA VENDA CONTRA O CADASTRO
      ** INDEXADO DE CLIENTES MANTIDO PELO PROGCPF. CLIENTE NAO
      ** CADASTRADO E DESVIADO PARA O RELATORIO DE EXCECOES; A
      ** VENDA SEGUE SENDO PROCESSADA, COMO NOS DEMAIS DESVIOS DE
      ** REVISAO MANUAL DA SUITE.

           MOVE SPACES TO WRK-CLI-NOME-VENDA.
           IF WRK-CLIENTE-ABERTO
               MOVE VND-CLIENTE TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       MOVE 'PROGVENDB'       TO EXC-PROGRAMA
                       MOVE VND-VENDEDOR      TO EXC-CHAVE
                       MOVE 'VND-CLIENTE'     TO EXC-CAMPO
                       MOVE VND-CLIENTE       TO EXC-VALOR
                       MOVE 'CPF/CNPJ DO CLIENTE NAO CADASTRADO'
                           TO EXC-MOTIVO
                       PERFORM 9100-GRAVAR-EXCECAO
                   NOT INVALID KEY
                       IF CLI-INATIVO
                           MOVE 'PROGVENDB'       TO EXC-PROGRAMA
                           MOVE VND-VENDEDOR      TO EXC-CHAVE
                           MOVE 'VND-CLIENTE'     TO EXC-CAMPO
                           MOVE VND-CLIENTE       TO EXC-VALOR
                           MOVE 'CPF/CNPJ DE CLIENTE INATIVO'
                               TO EXC-MOTIVO
                           PERFORM 9100-GRAVAR-EXCECAO
                       END-IF
           SEARCH TAB-CLI
               AT END
                   PERFORM 0213-INCLUIR-CLIENTE
               WHEN TAB-CLI-CLIENTE(CLI-IDX) = VND-CLIENTE
                   SET WRK-CLI-ACHOU TO TRUE
                   ADD 1 TO TAB-CLI-QTD(CLI-IDX)
                   ADD WRK-VALOR-VENDA TO TAB-CLI-TOTAL(CLI-IDX)
       0213-INCLUIR-CLIENTE.

           ADD 1 TO WRK-TAB-CLI-QTD.
           MOVE VND-CLIENTE        TO TAB-CLI-CLIENTE(WRK-TAB-CLI-QTD).
           MOVE WRK-CLI-NOME-VENDA TO TAB-CLI-NOME(WRK-TAB-CLI-QTD).
           MOVE 1                  TO TAB-CLI-QTD(WRK-TAB-CLI-QTD).
           MOVE WRK-VALOR-VENDA    TO TAB-CLI-TOTAL(WRK-TAB-CLI-QTD).

      **************************************************************
      ** ACUMULA A COMISSAO DA VENDA (OU O ESTORNO, NA DEVOLUCAO E
      ** NO CANCELAMENTO) NO TOTAL DO CLIENTE, PARA O HISTORICO
      ** DIARIO DE COMISSOES POR CLIENTE (COMCLI).
      **************************************************************
       0229-ACUMULAR-COMIS-CLIENTE.

           SET CMC-IDX TO 1.
           SEARCH TAB-CMC
               AT END
                   PERFORM 0230-INCLUIR-COMIS-CLIENTE
               WHEN TAB-CMC-CLIENTE(CMC-IDX) = VND-CLIENTE
                   CONTINUE
           END-SEARCH.

           IF CMC-IDX <= WRK-TAB-CMC-QTD
               IF VND-TIPO-VENDA
                   ADD WRK-COMISSAO TO TAB-CMC-COMISSAO(CMC-IDX)
               ELSE
                   ADD WRK-COMISSAO TO TAB-CMC-ESTORNO(CMC-IDX)
               END-IF
           END-IF.

       0230-INCLUIR-COMIS-CLIENTE.

           IF WRK-TAB-CMC-QTD < 500
               ADD 1 TO WRK-TAB-CMC-QTD
               SET CMC-IDX TO WRK-TAB-CMC-QTD
               MOVE VND-CLIENTE TO TAB-CMC-CLIENTE(CMC-IDX)
               MOVE ZEROS       TO TAB-CMC-COMISSAO(CMC-IDX)
               MOVE ZEROS       TO TAB-CMC-ESTORNO(CMC-IDX)
           END-IF.

      **************************************************************
      ** DEVOLUCAO OU CANCELAMENTO: A COMISSAO ORIGINAL E DERIVADA
      ** PELO MESMO CRITERIO DA VENDA (PLANO DO VENDEDOR OU FAIXAS

           PERFORM 0211-ESTORNAR-VENDEDOR.
           PERFORM 0224-ESTORNAR-FILIAL.
           PERFORM 0229-ACUMULAR-COMIS-CLIENTE.

           IF VND-TIPO-DEVOLUCAO
               PERFORM 0260-EMITIR-NOTA-CREDITO
                   WRK-TOTAL-ICMS-ESTORN DELIMITED BY SIZE
                   INTO CREDNREL-LINHA
               WRITE CREDNREL-LINHA
               IF WRK-TOTAL-CRED-CLIENTE > ZEROS
                   MOVE SPACES TO CREDNREL-LINHA
                   STRING 'SOBRAS CREDITADAS A CLIENTES: '
                       DELIMITED BY SIZE
                       WRK-TOTAL-CRED-CLIENTE DELIMITED BY SIZE
                       INTO CREDNREL-LINHA
                   WRITE CREDNREL-LINHA
               END-IF
               CLOSE CREDNREL-FILE
               CLOSE NOTACRED-FILE
               IF WRK-CONTAREC-ABERTO
                   CLOSE CONTAREC-FILE
               END-IF
               IF WRK-CREDCLI-ABERTO
                   CLOSE CREDCLI-FILE
                   CLOSE CREDMOV-FILE
               END-IF
               PERFORM 8710-GRAVAR-ULTIMO-NUMERO-NC

               PERFORM 0340-GRAVAR-DEMONSTRATIVO-COMIS
               PERFORM 0350-GRAVAR-MAIORES-CLIENTES
               PERFORM 0380-GRAVAR-RANKING-PRODUTOS
               PERFORM 0389-GRAVAR-COMISSAO-CLIENTE
               PERFORM 0360-GRAVAR-LANCAMENTOS-CONTAB
               PERFORM 0365-GRAVAR-ESTORNO-ICMS
               PERFORM 0366-GRAVAR-LANCTO-CRED-CLI

               IF WRK-TAB-FIL-QTD > ZEROS
                   PERFORM 0370-GRAVAR-DIA-FILIAL
           MOVE TAB-PRV-VALOR(WRK-PRV-SUB)     TO PDD-VALOR.
           WRITE PRODDIA-REG.

      **************************************************************
      ** HISTORICO DIARIO DE COMISSOES POR CLIENTE (COMCLI), COM A
      ** MESMA PROTECAO DE REPROCESSAMENTO DO VENDDIA E DO PRODDIA.
      **************************************************************
       0389-GRAVAR-COMISSAO-CLIENTE.

           IF WRK-DIA-PROCESSADO > ZEROS AND WRK-TAB-CMC-QTD > ZEROS
               OPEN EXTEND COMCLI-FILE
               IF WRK-COMCLI-STATUS = '05' OR '35'
                   CLOSE COMCLI-FILE
                   OPEN OUTPUT COMCLI-FILE
               END-IF
               PERFORM 0390-GRAVAR-COMIS-CLIENTE-DIA
                   VARYING WRK-CMC-SUB FROM 1 BY 1
                   UNTIL WRK-CMC-SUB > WRK-TAB-CMC-QTD
               CLOSE COMCLI-FILE
           END-IF.

       0390-GRAVAR-COMIS-CLIENTE-DIA.

           MOVE WRK-DIA-PROCESSADO TO CMC-DATA.
           MOVE TAB-CMC-CLIENTE(WRK-CMC-SUB)  TO CMC-CLIENTE.
           MOVE TAB-CMC-COMISSAO(WRK-CMC-SUB) TO CMC-COMISSAO.
           MOVE TAB-CMC-ESTORNO(WRK-CMC-SUB)  TO CMC-ESTORNO.
           WRITE COMCLI-REG.

      **************************************************************
      ** REMONTA A TABELA DE TOTAIS POR PRODUTO A PARTIR DO
      ** HISTORICO PERSISTIDO (PRODDIA), SOMANDO TODOS OS DIAS JA
      ** NUMERO OFICIAL (NCNUM), E ESCRITURADA NO LIVRO NOTACRED E
      ** NO RELATORIO CREDNREL, ABATE (OU QUITA) AS PARCELAS EM
      ** ABERTO DA FATURA ORIGINAL NO CONTAREC E ACUMULA O ICMS A
      ** ESTORNAR (ALIQUOTA DA ICMSTAB PELA UF DO MOVIMENTO). A
      ** SOBRA DO VALOR CREDITADO SOBRE O SALDO DA FATURA VIRA
      ** CREDITO DO CLIENTE (0262).
      **************************************************************
       0260-EMITIR-NOTA-CREDITO.


           MOVE WRK-NC-ULTIMO-NUMERO TO NCR-NUMERO.
           MOVE VND-FATURA-ORIG      TO NCR-FATURA-ORIG.
           MOVE VND-CLIENTE          TO NCR-CLIENTE.
           MOVE VND-DATA             TO NCR-DATA.
           MOVE WRK-VALOR-VENDA      TO NCR-VALOR.
           MOVE VND-UF-DESTINO       TO NCR-UF.

           MOVE WRK-NC-ULTIMO-NUMERO TO WRK-LNC-NUMERO.
           MOVE VND-FATURA-ORIG      TO WRK-LNC-FATURA.
           MOVE VND-CLIENTE          TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO    TO WRK-LNC-DOCUMENTO.
           MOVE WRK-VALOR-VENDA      TO WRK-LNC-VALOR.
           MOVE WRK-NC-ICMS          TO WRK-LNC-ICMS.
           WRITE CREDNREL-LINHA FROM WRK-LINHA-NC.
                   VARYING WRK-NC-PARCELA-SUB FROM 1 BY 1
                   UNTIL WRK-NC-PARCELA-SUB > 12
                       OR WRK-NC-RESTANTE = ZEROS
               IF WRK-NC-RESTANTE > ZEROS AND WRK-CREDCLI-ABERTO
                   PERFORM 0262-CREDITAR-SOBRA-NC
               END-IF
           END-IF.

      **************************************************************
      ** SOBRA DA NOTA DE CREDITO: CREDITADA NO SALDO DO CLIENTE DA
      ** NOTA (CPYCCLPR), COM A NOTA COMO ORIGEM, E INFORMADA NO
      ** CREDNREL. O TOTAL DO LOTE VAI PARA O RAZAO EM 0366.
      **************************************************************
       0262-CREDITAR-SOBRA-NC.

           MOVE VND-CLIENTE          TO WRK-CCL-CLIENTE.
           MOVE VND-DATA             TO WRK-CCL-DATA.
           MOVE 'N'                  TO WRK-CCL-TIPO.
           MOVE WRK-NC-ULTIMO-NUMERO TO WRK-CCL-NUMERO.
           MOVE ZEROS                TO WRK-CCL-PARCELA.
           MOVE WRK-NC-RESTANTE      TO WRK-CCL-VALOR.
           PERFORM 7870-CREDITAR-CLIENTE.
           ADD WRK-NC-RESTANTE TO WRK-TOTAL-CRED-CLIENTE.

           MOVE WRK-NC-RESTANTE TO WRK-NC-EXCEDENTE-ED.
           MOVE SPACES TO CREDNREL-LINHA.
           STRING '          SOBRA CREDITADA AO CLIENTE: '
               DELIMITED BY SIZE
               WRK-NC-EXCEDENTE-ED DELIMITED BY SIZE
               INTO CREDNREL-LINHA.
           WRITE CREDNREL-LINHA.

      **************************************************************
      ** ABATE O VALOR CREDITADO DAS PARCELAS EM ABERTO DA FATURA
      ** ORIGINAL, DA PRIMEIRA PARA A ULTIMA: PARCELA COBERTA POR
               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** SOBRAS DE NOTAS DE CREDITO CREDITADAS A CLIENTES NO LOTE:
      ** DEBITO DE DEVOLUCOES DE VENDAS (41018) E CREDITO DE
      ** ADIANTAMENTOS DE CLIENTES (21016), DE ONDE SAEM QUANDO O
      ** CREDITO E APLICADO (PROGRECB) OU DEVOLVIDO (PROGDEVB).
      **************************************************************
       0366-GRAVAR-LANCTO-CRED-CLI.

           IF WRK-TOTAL-CRED-CLIENTE > ZEROS
               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE 'VENDA' TO LAN-CENTRO-CUSTO
               MOVE 41018                TO LAN-CONTA
               MOVE 'D'                  TO LAN-TIPO
               MOVE WRK-TOTAL-CRED-CLIENTE TO LAN-VALOR
               MOVE WRK-DIA-PROCESSADO   TO LAN-DATA
               MOVE 'CREDNREL'           TO LAN-DOCUMENTO
               MOVE 'SOBRA NC CREDITADA CLIENTE' TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE 21016                TO LAN-CONTA
               MOVE 'C'                  TO LAN-TIPO
               WRITE LANCTO-REG

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** CONTROLE DE NUMERACAO OFICIAL DAS NOTAS DE CREDITO
      ** (NCNUM), NOS MOLDES DO FATNUM DO FATURAMENTO: O ULTIMO
           WRITE TOPCLREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO TOPCLREL-LINHA.
           WRITE TOPCLREL-LINHA.
           MOVE 'CPF/CNPJ            CLIENTE               QTD  TOTAL'
               TO TOPCLREL-LINHA.
           WRITE TOPCLREL-LINHA.

       0353-GRAVAR-LINHA-CLIENTE.

           MOVE SPACES TO WRK-LINHA-TOPCLI.
           MOVE TAB-CLI-CLIENTE(CLI-IDX) TO WRK-DOC-CHAVE.
           PERFORM 7955-FORMATAR-DOC-MASCARADO.
           MOVE WRK-DOC-FORMATADO      TO WRK-LTC-DOCUMENTO.
           MOVE TAB-CLI-NOME(CLI-IDX)  TO WRK-LTC-NOME.
           MOVE TAB-CLI-QTD(CLI-IDX)   TO WRK-LTC-QTD.
           MOVE TAB-CLI-TOTAL(CLI-IDX) TO WRK-LTC-TOTAL.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYHDTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
       COPY CPYCCLPR.
