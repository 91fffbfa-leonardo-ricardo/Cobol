       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINVB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ABERTURA DO INVENTARIO FISICO SEMESTRAL. CONGELA
      **    O SALDO CONTABIL DE CADA PRODUTO ACABADO (ESTOQUEP) E DE
      **    CADA MATERIAL EM CHAPAS (MATERIAL) NO ARQUIVO DE
      **    CONTAGEM (INVCONT), SOB UM NOVO DOCUMENTO DE CONTAGEM
      **    (CONTROLE INVCTL), COM O CUSTO UNITARIO QUE VAI
      **    VALORIZAR A DIVERGENCIA, E EMITE AS FOLHAS DE CONTAGEM
      **    (INVFOLHA) POR PRODUTO E POR MATERIAL, SEM O SALDO
      **    CONTABIL (CONTAGEM CEGA). A DIGITACAO DAS QUANTIDADES, A
      **    RECONTAGEM E A APROVACAO DOS AJUSTES FICAM NO PROGINVM;
      **    O RELATORIO DE DIVERGENCIAS NO PROGINVR. NAO ABRE NOVA
      **    CONTAGEM ENQUANTO A ANTERIOR NAO FOR ENCERRADA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYINVSL.
           COPY CPYICTSL.
           COPY CPYESTSL.
           COPY CPYORMSL.
           COPY CPYPRDSL.
           SELECT INVFOLHA-FILE ASSIGN TO "INVFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INVFOLHA-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYINVFD.
       COPY CPYICTFD.
       COPY CPYESTFD.
       COPY CPYORMFD.
       COPY CPYPRDFD.
       FD  INVFOLHA-FILE.
       01  INVFOLHA-LINHA         PIC X(80).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-INVCONT-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-INVCTL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-INVFOLHA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-RECUSADO-SW        PIC X(01) VALUE 'N'.
           88  WRK-RECUSADO                   VALUE 'S'.
       77  WRK-ESTOQUEP-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ESTOQUEP-ABERTO            VALUE 'S'.
       77  WRK-INVCONT-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-INVCONT-ABERTO             VALUE 'S'.
       77  WRK-MAT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-MATERIAL           PIC X(10) VALUE SPACES.
       77  WRK-PRECO-M2           PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QTD-PRODUTOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-MATERIAIS      PIC 9(05) VALUE ZEROS.
       77  WRK-TAMANHO-CHAPA      PIC 9(05)V9999 VALUE 5,0325.
       77  WRK-TOLERANCIA-PADRAO  PIC 9(03)V99 VALUE 2,00.
       77  WRK-PAGINA             PIC 9(04) VALUE ZEROS.
       01  WRK-DOCUMENTO-INV.
           05  FILLER             PIC X(03) VALUE 'INV'.
           05  WRK-DOCUMENTO-NUM  PIC 9(07) VALUE ZEROS.
       01  WRK-LINHA-GRUPO.
           05  FILLER             PIC X(10) VALUE 'DOCUMENTO '.
           05  WRK-LG-DOCUMENTO   PIC X(10).
           05  FILLER             PIC X(03) VALUE ' - '.
           05  WRK-LG-TEXTO       PIC X(40).
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(10) VALUE 'CODIGO'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'QTD CONTADA'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE 'RECONTAGEM'.
       01  WRK-LINHA-DETALHE.
           05  WRK-LD-CODIGO      PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-DESCRICAO   PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE '________________'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(16) VALUE '________________'.
       COPY CPYORMTB.
       COPY CPYPRDTB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** COM UMA CONTAGEM AINDA ABERTA NO INVCTL A EXECUCAO E
      ** RECUSADA, PARA NAO SOBREPOR O CONGELAMENTO EM ANDAMENTO.
      ** A TOLERANCIA DE RECONTAGEM AUSENTE ASSUME 2%.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7100-CARREGAR-TABELA-MATERIAL.
           PERFORM 7800-CARREGAR-TABELA-PRODUTO.
           PERFORM 8000-LER-CONTROLE.

           IF ICT-CONTAGEM-ABERTA
               MOVE 'PROGINVB'             TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'     TO ABL-PARAGRAFO
               MOVE WRK-INVCTL-STATUS      TO ABL-STATUS-ARQUIVO
               MOVE 'CONTAGEM DE INVENTARIO AINDA ABERTA'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-RECUSADO TO TRUE
               SET WRK-FIM TO TRUE
           ELSE
               ADD 1 TO ICT-ULTIMO-DOCUMENTO
               MOVE ICT-ULTIMO-DOCUMENTO TO WRK-DOCUMENTO-NUM
               IF ICT-TOLERANCIA-PERC IS NOT NUMERIC
                   OR ICT-TOLERANCIA-PERC = ZEROS
                   MOVE WRK-TOLERANCIA-PADRAO TO ICT-TOLERANCIA-PERC
               END-IF
               PERFORM 0110-ABRIR-ARQUIVOS
           END-IF.

       0110-ABRIR-ARQUIVOS.

           OPEN I-O INVCONT-FILE.
           IF WRK-INVCONT-STATUS = '35'
               CLOSE INVCONT-FILE
               OPEN OUTPUT INVCONT-FILE
               CLOSE INVCONT-FILE
               OPEN I-O INVCONT-FILE
           END-IF.
           IF WRK-INVCONT-STATUS NOT = '00'
               MOVE 'PROGINVB'             TO ABL-PROGRAMA
               MOVE '0110-ABRIR-ARQUIVOS'  TO ABL-PARAGRAFO
               MOVE WRK-INVCONT-STATUS     TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O ARQUIVO DE CONTAGEM'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-RECUSADO TO TRUE
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-INVCONT-ABERTO TO TRUE
               OPEN OUTPUT INVFOLHA-FILE
               MOVE 'PRODUTOS ACABADOS (ESTOQUEP)' TO WRK-LG-TEXTO
               PERFORM 0210-IMPRIMIR-CABECALHO
               OPEN INPUT ESTOQUEP-FILE
               IF WRK-ESTOQUEP-STATUS = '00'
                   SET WRK-ESTOQUEP-ABERTO TO TRUE
                   MOVE LOW-VALUES TO EST-CODIGO
                   START ESTOQUEP-FILE
                       KEY IS NOT LESS THAN EST-CODIGO
                       INVALID KEY SET WRK-FIM TO TRUE
                   END-START
               ELSE
                   SET WRK-FIM TO TRUE
               END-IF
           END-IF.

       0200-PROCESSAR.

           READ ESTOQUEP-FILE NEXT RECORD
               AT END
                   SET WRK-FIM TO TRUE
               NOT AT END
                   PERFORM 0220-CONGELAR-PRODUTO
           END-READ.

       0210-IMPRIMIR-CABECALHO.

           ADD 1 TO WRK-PAGINA.

           IF WRK-PAGINA > 1
               MOVE SPACES TO INVFOLHA-LINHA
               WRITE INVFOLHA-LINHA BEFORE ADVANCING PAGE
           END-IF.

           MOVE 'PROGINVB'                  TO WRK-CAB-PROGRAMA.
           MOVE 'FOLHA DE CONTAGEM INVENTARIO' TO WRK-CAB-TITULO.
           MOVE WRK-PAGINA                  TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE INVFOLHA-LINHA FROM WRK-CAB-LINHA1.
           WRITE INVFOLHA-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO INVFOLHA-LINHA.
           WRITE INVFOLHA-LINHA.
           MOVE WRK-DOCUMENTO-INV TO WRK-LG-DOCUMENTO.
           WRITE INVFOLHA-LINHA FROM WRK-LINHA-GRUPO.
           MOVE SPACES TO INVFOLHA-LINHA.
           WRITE INVFOLHA-LINHA.
           WRITE INVFOLHA-LINHA FROM WRK-LINHA-TITULO.

      **************************************************************
      ** O SALDO CONGELADO E O SALDO CONTABIL DO PRODUTO NO MOMENTO
      ** DA ABERTURA; O CUSTO E O CUSTO MEDIO PONDERADO (ZERO QUANDO
      ** O PRODUTO AINDA NAO TEM CUSTO APURADO).
      **************************************************************
       0220-CONGELAR-PRODUTO.

           INITIALIZE INVCONT-REG.
           MOVE WRK-DOCUMENTO-NUM  TO INV-DOCUMENTO.
           SET INV-PRODUTO         TO TRUE.
           MOVE EST-CODIGO         TO INV-CODIGO.
           MOVE WRK-LOTECAB-DATA   TO INV-DATA-CONGELAMENTO.
           MOVE EST-SALDO          TO INV-SALDO-LIVRO.
           IF EST-CUSTO-MEDIO IS NUMERIC
               MOVE EST-CUSTO-MEDIO TO INV-CUSTO-UNIT
           END-IF.
           SET INV-A-CONTAR        TO TRUE.

           MOVE EST-CODIGO TO WRK-PRD-CODIGO.
           PERFORM 7810-BUSCAR-PRODUTO.
           PERFORM 0240-GRAVAR-LINHA-CONTAGEM.
           IF WRK-INVCONT-STATUS = '00'
               ADD 1 TO WRK-QTD-PRODUTOS
           END-IF.

      **************************************************************
      ** MATERIAL: SALDO EM CHAPAS, VALORIZADO PELO PRECO POR M2
      ** VEZES A AREA DE UMA CHAPA INTEIRA (COMO NO PROGORB).
      **************************************************************
       0230-CONGELAR-MATERIAL.

           INITIALIZE INVCONT-REG.
           MOVE WRK-DOCUMENTO-NUM  TO INV-DOCUMENTO.
           SET INV-MATERIAL        TO TRUE.
           MOVE TAB-MATERIAL-CODIGO(WRK-MAT-SUB) TO INV-CODIGO.
           MOVE WRK-LOTECAB-DATA   TO INV-DATA-CONGELAMENTO.
           MOVE TAB-MATERIAL-ESTOQUE(WRK-MAT-SUB) TO INV-SALDO-LIVRO.
           COMPUTE INV-CUSTO-UNIT ROUNDED =
               TAB-MATERIAL-PRECO(WRK-MAT-SUB) * WRK-TAMANHO-CHAPA.
           SET INV-A-CONTAR        TO TRUE.

           MOVE SPACES TO WRK-PRD-DESCRICAO.
           PERFORM 0240-GRAVAR-LINHA-CONTAGEM.
           IF WRK-INVCONT-STATUS = '00'
               ADD 1 TO WRK-QTD-MATERIAIS
           END-IF.

       0240-GRAVAR-LINHA-CONTAGEM.

           WRITE INVCONT-REG.
           IF WRK-INVCONT-STATUS NOT = '00'
               MOVE 'PROGINVB'                   TO ABL-PROGRAMA
               MOVE '0240-GRAVAR-LINHA-CONTAGEM' TO ABL-PARAGRAFO
               MOVE WRK-INVCONT-STATUS           TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO GRAVAR A LINHA DE CONTAGEM'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           ELSE
               MOVE INV-CODIGO        TO WRK-LD-CODIGO
               MOVE WRK-PRD-DESCRICAO TO WRK-LD-DESCRICAO
               WRITE INVFOLHA-LINHA FROM WRK-LINHA-DETALHE
               PERFORM 0910-CONTROLAR-LINHA-PAGINA
               IF WRK-CAB-QUEBROU
                   PERFORM 0210-IMPRIMIR-CABECALHO
               END-IF
           END-IF.

       0300-FINALIZAR.

           IF WRK-ESTOQUEP-ABERTO
               CLOSE ESTOQUEP-FILE
           END-IF.

           IF NOT WRK-RECUSADO
               MOVE 'MATERIAIS EM CHAPAS (MATERIAL)' TO WRK-LG-TEXTO
               PERFORM 0210-IMPRIMIR-CABECALHO
               PERFORM 0230-CONGELAR-MATERIAL
                   VARYING WRK-MAT-SUB FROM 1 BY 1
                   UNTIL WRK-MAT-SUB > WRK-TAB-MATERIAL-QTD

               MOVE SPACES TO INVFOLHA-LINHA
               WRITE INVFOLHA-LINHA
               STRING 'PRODUTOS: ' DELIMITED BY SIZE
                   WRK-QTD-PRODUTOS      DELIMITED BY SIZE
                   '   MATERIAIS: '      DELIMITED BY SIZE
                   WRK-QTD-MATERIAIS     DELIMITED BY SIZE
                   '   CONFERENTE: ____________________'
                       DELIMITED BY SIZE
                   INTO INVFOLHA-LINHA
               WRITE INVFOLHA-LINHA
               CLOSE INVFOLHA-FILE
               CLOSE INVCONT-FILE

               SET ICT-CONTAGEM-ABERTA TO TRUE
               MOVE WRK-LOTECAB-DATA TO ICT-DATA-CONGELAMENTO
               MOVE ZEROS            TO ICT-DATA-AJUSTE
               MOVE SPACES           TO ICT-APROVADOR
               PERFORM 8010-GRAVAR-CONTROLE

               DISPLAY 'CONTAGEM ' WRK-DOCUMENTO-INV ' ABERTA: '
                   WRK-QTD-PRODUTOS ' PRODUTO(S) E '
                   WRK-QTD-MATERIAIS ' MATERIAL(IS) CONGELADO(S).'
           ELSE
               IF WRK-INVCONT-ABERTO
                   CLOSE INVCONT-FILE
               END-IF
               DISPLAY 'ABERTURA DE INVENTARIO RECUSADA.'
           END-IF.

      **************************************************************
      ** CONTROLE DO INVENTARIO (INVCTL): REGISTRO UNICO LIDO NA
      ** INICIALIZACAO E REGRAVADO NO FINAL, COMO O FATNUM DO
      ** PROGFATB. SEM O ARQUIVO, A NUMERACAO COMECA DO ZERO.
      **************************************************************
       8000-LER-CONTROLE.

           INITIALIZE INVCTL-REG.
           SET ICT-CONTAGEM-ENCERRADA TO TRUE.
           OPEN INPUT INVCTL-FILE.
           IF WRK-INVCTL-STATUS = '35'
               CONTINUE
           ELSE
               READ INVCTL-FILE
                   AT END
                       SET ICT-CONTAGEM-ENCERRADA TO TRUE
               END-READ
               CLOSE INVCTL-FILE
           END-IF.

       8010-GRAVAR-CONTROLE.

           OPEN OUTPUT INVCTL-FILE.
           WRITE INVCTL-REG.
           CLOSE INVCTL-FILE.

       COPY CPYORMPR.
       COPY CPYPRDPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
