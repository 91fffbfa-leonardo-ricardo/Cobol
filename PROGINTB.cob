       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGINTB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: CONFERENCIA NOTURNA DA INTEGRIDADE REFERENCIAL
      **    ENTRE OS ARQUIVOS DE MOVIMENTO E OS CADASTROS MESTRES,
      **    QUE CADA PROGRAMA SO VALIDA NA SUA PROPRIA ENTRADA. AS
      **    REGRAS CONFERIDAS ESTAO NA TABELA WRK-REGRAS:
      **    - NOTAS COM MATRICULA FORA DO MATRALUN;
      **    - TITULOS DO CONTAREC DE CLIENTE FORA DO CLIENTE E
      **      TITULOS EM ABERTO DE CLIENTE INATIVO;
      **    - HISTAUM, FOLHAHIS, DEPENDEN E EMPRESTI COM MATRICULA
      **      FORA DO EMPREGAD;
      **    - EMBARQUES DE TRANSPORTADORA FORA DO TRANSP;
      **    - PEDIDOS EM ABERTO OU PARCIAIS DE PRODUTO FORA DO
      **      PRODUTO OU INATIVO.
      **    SO LEITURA: NENHUM CADASTRO OU MOVIMENTO E ALTERADO.
      **    CADA QUEBRA SAI NO RELATORIO (INTREL) E A QUANTIDADE DE
      **    CADA REGRA E COMPARADA COM A DA NOITE ANTERIOR, GUARDADA
      **    NO INTHIST. O RESULTADO DE CADA REGRA VAI PARA O
      **    CTLRESUM: DIVERGENTE QUANDO APARECERAM QUEBRAS NOVAS
      **    (MAIS QUE NA NOITE ANTERIOR), AUSENTE QUANDO O CADASTRO
      **    MESTRE NAO PODE SER LIDO E OK NOS DEMAIS, DE ONDE ENTRA
      **    NO VEREDITO DO RESUMO DE OPERACAO (PROGRESUM). ARQUIVO
      **    DE MOVIMENTO AUSENTE E O MESMO QUE NENHUM REGISTRO.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O DOCUMENTO DO CLIENTE NO INTREL SAI
      **               FORMATADO E, SE CPF, MASCARADO CONFORME O
      **               OPERADOR DO LOTE (PROGMASC).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMATSL.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NOTAS-STATUS.
           COPY CPYCLISL.
           COPY CPYCRCSL.
           COPY CPYEMPSL.
           COPY CPYTEPHSL.
           COPY CPYFHSSL.
           COPY CPYDPDSL.
           COPY CPYEMLSL.
           COPY CPYTRPSL.
           COPY CPYEMBSL.
           COPY CPYPRDSL.
           COPY CPYPDVSL.
           SELECT INTHIST-FILE ASSIGN TO "INTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INTHIST-STATUS.
           SELECT INTREL-FILE ASSIGN TO "INTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-INTREL-STATUS.
           COPY CPYCTRSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYMATFD.

       FD  NOTAS-FILE.
       01  NOTA-REG.
           05  NTA-MATRICULA      PIC 9(06).
           05  NTA-PROVA          PIC 9(01).
           05  NTA-NOTA           PIC 9(02)V9.
           05  NTA-PESO           PIC 9(02).
           05  NTA-BIMESTRE       PIC 9(01).
       COPY CPYCLIFD.
       COPY CPYCRCFD.
       COPY CPYEMPFD.
       COPY CPYTEPHFD.
       COPY CPYFHSFD.
       COPY CPYDPDFD.
       COPY CPYEMLFD.
       COPY CPYTRPFD.
       COPY CPYEMBFD.
       COPY CPYPRDFD.
       COPY CPYPDVFD.

      **************************************************************
      ** QUANTIDADE DE QUEBRAS POR REGRA NA ULTIMA EXECUCAO. NUMA
      ** REEXECUCAO NA MESMA DATA DO LOTE, A BASE DE COMPARACAO
      ** CONTINUA SENDO A DA NOITE ANTERIOR (INH-QTD-ANTERIOR).
      **************************************************************
       FD  INTHIST-FILE.
       01  INTHIST-REG.
           05  INH-REGRA          PIC X(08).
           05  INH-DATA           PIC 9(08).
           05  INH-QTD            PIC 9(07).
           05  INH-QTD-ANTERIOR   PIC 9(07).

       FD  INTREL-FILE.
       01  INTREL-LINHA           PIC X(100).
       COPY CPYCTRFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-NOTAS-STATUS       PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMPREGADOS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-HISTAUM-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FOLHAHIS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DEPENDEN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMPRESTI-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-INTHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-INTREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-AUX-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AUX-FIM                    VALUE 'S'.
       77  WRK-ACHOU-SW           PIC X(01) VALUE 'N'.
           88  WRK-ACHOU                      VALUE 'S'.
       77  WRK-MATRALUN-OK-SW     PIC X(01) VALUE 'N'.
           88  WRK-MATRALUN-OK                VALUE 'S'.
       77  WRK-CLIENTE-OK-SW      PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-OK                 VALUE 'S'.
       77  WRK-EMPREGAD-OK-SW     PIC X(01) VALUE 'N'.
           88  WRK-EMPREGAD-OK                VALUE 'S'.
       77  WRK-TRANSP-OK-SW       PIC X(01) VALUE 'N'.
           88  WRK-TRANSP-OK                  VALUE 'S'.
       77  WRK-PRODUTO-OK-SW      PIC X(01) VALUE 'N'.
           88  WRK-PRODUTO-OK                 VALUE 'S'.
       77  WRK-MESTRE-AUSENTE-SW  PIC X(01) VALUE 'N'.
           88  WRK-MESTRE-AUSENTE             VALUE 'S'.
       77  WRK-REG-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-REGRA          PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES    PIC 9(02) VALUE ZEROS.
       77  WRK-MATRICULA-EMP      PIC 9(05) VALUE ZEROS.
       77  WRK-VARIACAO           PIC S9(07) VALUE ZEROS.
      **************************************************************
      ** REGRAS CONFERIDAS: CODIGO (NOME DO CONTROLE NO CTLRESUM) E
      ** DESCRICAO. A ORDEM DA TABELA E A ORDEM DE EXECUCAO EM
      ** 0200-CONFERIR-REGRA.
      **************************************************************
       01  WRK-REGRAS.
           05  FILLER PIC X(08) VALUE 'NOTAMAT'.
           05  FILLER PIC X(40) VALUE
               'NOTAS SEM MATRICULA NO MATRALUN'.
           05  FILLER PIC X(08) VALUE 'CRCCLI'.
           05  FILLER PIC X(40) VALUE
               'TITULOS A RECEBER SEM CLIENTE'.
           05  FILLER PIC X(08) VALUE 'CRCINAT'.
           05  FILLER PIC X(40) VALUE
               'TITULOS EM ABERTO DE CLIENTE INATIVO'.
           05  FILLER PIC X(08) VALUE 'HAUEMP'.
           05  FILLER PIC X(40) VALUE
               'HISTAUM SEM MATRICULA NO EMPREGAD'.
           05  FILLER PIC X(08) VALUE 'FHSEMP'.
           05  FILLER PIC X(40) VALUE
               'FOLHAHIS SEM MATRICULA NO EMPREGAD'.
           05  FILLER PIC X(08) VALUE 'DPDEMP'.
           05  FILLER PIC X(40) VALUE
               'DEPENDEN SEM MATRICULA NO EMPREGAD'.
           05  FILLER PIC X(08) VALUE 'EMLEMP'.
           05  FILLER PIC X(40) VALUE
               'EMPRESTI SEM MATRICULA NO EMPREGAD'.
           05  FILLER PIC X(08) VALUE 'EMBTRP'.
           05  FILLER PIC X(40) VALUE
               'EMBARQUES SEM TRANSPORTADORA NO TRANSP'.
           05  FILLER PIC X(08) VALUE 'PDVPRD'.
           05  FILLER PIC X(40) VALUE
               'PEDIDOS EM ABERTO SEM PRODUTO'.
           05  FILLER PIC X(08) VALUE 'PDVINAT'.
           05  FILLER PIC X(40) VALUE
               'PEDIDOS EM ABERTO DE PRODUTO INATIVO'.
       01  WRK-TAB-REGRAS REDEFINES WRK-REGRAS.
           05  TAB-REG OCCURS 10 TIMES.
               10  TAB-REG-CODIGO     PIC X(08).
               10  TAB-REG-DESCRICAO  PIC X(40).
      **************************************************************
      ** RESULTADO DE CADA REGRA NESTA EXECUCAO E A BASE DA NOITE
      ** ANTERIOR (CARREGADA DO INTHIST), NA ORDEM DE WRK-REGRAS.
      **************************************************************
       01  WRK-TAB-RESULTADOS.
           05  TAB-RES OCCURS 10 TIMES.
               10  TAB-RES-QTD        PIC 9(07).
               10  TAB-RES-ANTERIOR   PIC 9(07).
               10  TAB-RES-HIS-DATA   PIC 9(08).
               10  TAB-RES-HIS-QTD    PIC 9(07).
               10  TAB-RES-HIS-ANT    PIC 9(07).
               10  TAB-RES-AUSENTE    PIC X(01).
               10  TAB-RES-RESULTADO  PIC X(10).
      **************************************************************
      ** LINHAS DO RELATORIO.
      **************************************************************
       01  WRK-LINHA-QUEBRA.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LQB-CHAVE      PIC X(45).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LQB-MOTIVO     PIC X(40).
       01  WRK-CAB-RESUMO.
           05  FILLER             PIC X(09) VALUE 'REGRA'.
           05  FILLER             PIC X(41) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(10) VALUE '     HOJE'.
           05  FILLER             PIC X(10) VALUE ' ANTERIOR'.
           05  FILLER             PIC X(10) VALUE '  VARIACAO'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'RESULTADO'.
       01  WRK-LINHA-RESUMO.
           05  WRK-LRS-REGRA      PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LRS-DESCRICAO  PIC X(40).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LRS-QTD        PIC Z.ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LRS-ANTERIOR   PIC Z.ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LRS-VARIACAO   PIC -Z.ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LRS-RESULTADO  PIC X(10).
       COPY CPYTRPTB.
       COPY CPYPRDTB.
       COPY CPYCTRWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONFERIR-REGRA UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** ABERTURA DOS CADASTROS MESTRES INDEXADOS (LIDOS POR CHAVE)
      ** E CARGA DAS TABELAS DE TRANSPORTADORAS E PRODUTOS. O
      ** MESTRE QUE NAO ABRE DEIXA AS SUAS REGRAS COMO AUSENTE.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE 'MO'                 TO MSK-FUNCAO.
           MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO.
           MOVE 'PROGINTB'           TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           INITIALIZE WRK-TAB-RESULTADOS.

           MOVE 'N' TO WRK-MATRALUN-OK-SW.
           OPEN INPUT MATRALUN-FILE.
           IF WRK-MATRALUN-STATUS = '00'
               SET WRK-MATRALUN-OK TO TRUE
           END-IF.
           MOVE 'N' TO WRK-CLIENTE-OK-SW.
           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLIENTE-STATUS = '00'
               SET WRK-CLIENTE-OK TO TRUE
           END-IF.
           MOVE 'N' TO WRK-EMPREGAD-OK-SW.
           OPEN INPUT EMPREGADOS-FILE.
           IF WRK-EMPREGADOS-STATUS = '00'
               SET WRK-EMPREGAD-OK TO TRUE
           END-IF.

           PERFORM 7900-CARREGAR-TRANSPORTADORAS.
           MOVE 'N' TO WRK-TRANSP-OK-SW.
           IF WRK-TRANSP-STATUS NOT = '35'
               SET WRK-TRANSP-OK TO TRUE
           END-IF.
           PERFORM 7800-CARREGAR-TABELA-PRODUTO.
           MOVE 'N' TO WRK-PRODUTO-OK-SW.
           IF WRK-PRODUTO-STATUS NOT = '35'
               SET WRK-PRODUTO-OK TO TRUE
           END-IF.

           PERFORM 8000-CARREGAR-HISTORICO.

           OPEN OUTPUT INTREL-FILE.
           MOVE 'PROGINTB' TO WRK-CAB-PROGRAMA.
           MOVE 'INTEGRIDADE REFERENCIAL' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE INTREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE INTREL-LINHA FROM WRK-CAB-LINHA2.

           MOVE ZEROS TO WRK-REG-SUB.

      **************************************************************
      ** UMA REGRA POR PASSAGEM: QUEBRAS LISTADAS NO RELATORIO,
      ** QUANTIDADE COMPARADA COM A DA NOITE ANTERIOR E RESULTADO
      ** NO CTLRESUM.
      **************************************************************
       0200-CONFERIR-REGRA.

           ADD 1 TO WRK-REG-SUB.
           MOVE ZEROS TO WRK-QTD-REGRA.
           MOVE 'N'   TO WRK-MESTRE-AUSENTE-SW.

           MOVE SPACES TO INTREL-LINHA.
           WRITE INTREL-LINHA.
           MOVE SPACES TO INTREL-LINHA.
           STRING 'REGRA: ' DELIMITED BY SIZE
               TAB-REG-CODIGO(WRK-REG-SUB) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               TAB-REG-DESCRICAO(WRK-REG-SUB) DELIMITED BY SIZE
               INTO INTREL-LINHA.
           WRITE INTREL-LINHA.

           EVALUATE WRK-REG-SUB
               WHEN 1
                   PERFORM 0210-CONFERIR-NOTAS
               WHEN 2
                   PERFORM 0220-CONFERIR-CONTAREC
               WHEN 3
                   PERFORM 0220-CONFERIR-CONTAREC
               WHEN 4
                   PERFORM 0230-CONFERIR-HISTAUM
               WHEN 5
                   PERFORM 0240-CONFERIR-FOLHAHIS
               WHEN 6
                   PERFORM 0250-CONFERIR-DEPENDEN
               WHEN 7
                   PERFORM 0260-CONFERIR-EMPRESTI
               WHEN 8
                   PERFORM 0270-CONFERIR-EMBARQUE
               WHEN OTHER
                   PERFORM 0280-CONFERIR-PEDVENDA
           END-EVALUATE.

           IF WRK-MESTRE-AUSENTE
               MOVE '    CADASTRO MESTRE AUSENTE - REGRA NAO CONFERIDA.'
                   TO INTREL-LINHA
               WRITE INTREL-LINHA
           ELSE
               IF WRK-QTD-REGRA = ZEROS
                   MOVE '    NENHUMA QUEBRA.' TO INTREL-LINHA
                   WRITE INTREL-LINHA
               END-IF
           END-IF.

           PERFORM 0290-GRAVAR-RESULTADO.

           IF WRK-REG-SUB = 10
               SET WRK-FIM TO TRUE
           END-IF.

      **************************************************************
      ** NOTAS: A MATRICULA DEVE EXISTIR NO MATRALUN.
      **************************************************************
       0210-CONFERIR-NOTAS.

           IF NOT WRK-MATRALUN-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT NOTAS-FILE
               IF WRK-NOTAS-STATUS NOT = '35'
                   READ NOTAS-FILE
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0211-CONFERIR-NOTA UNTIL WRK-AUX-FIM
                   CLOSE NOTAS-FILE
               END-IF
           END-IF.

       0211-CONFERIR-NOTA.

           MOVE NTA-MATRICULA TO MAT-MATRICULA.
           MOVE 'S' TO WRK-ACHOU-SW.
           READ MATRALUN-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-SW
           END-READ.
           IF NOT WRK-ACHOU
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'MATRICULA ' DELIMITED BY SIZE
                   NTA-MATRICULA DELIMITED BY SIZE
                   ' PROVA ' DELIMITED BY SIZE
                   NTA-PROVA DELIMITED BY SIZE
                   ' BIMESTRE ' DELIMITED BY SIZE
                   NTA-BIMESTRE DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               MOVE 'MATRICULA INEXISTENTE NO MATRALUN'
                   TO WRK-LQB-MOTIVO
               PERFORM 0295-IMPRIMIR-QUEBRA
           END-IF.
           READ NOTAS-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CONTAREC (REGRAS 2 E 3): O CLIENTE DO TITULO DEVE EXISTIR
      ** NO CLIENTE; O TITULO EM ABERTO NAO PODE SER DE CLIENTE
      ** INATIVO.
      **************************************************************
       0220-CONFERIR-CONTAREC.

           IF NOT WRK-CLIENTE-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT CONTAREC-FILE
               IF WRK-CONTAREC-STATUS = '00'
                   READ CONTAREC-FILE NEXT RECORD
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0221-CONFERIR-TITULO UNTIL WRK-AUX-FIM
                   CLOSE CONTAREC-FILE
               END-IF
           END-IF.

       0221-CONFERIR-TITULO.

           MOVE CRC-CLIENTE TO CLI-CHAVE.
           MOVE 'S' TO WRK-ACHOU-SW.
           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-SW
           END-READ.
           MOVE SPACES TO WRK-LQB-MOTIVO.
           IF WRK-REG-SUB = 2
               IF NOT WRK-ACHOU
                   MOVE 'CLIENTE INEXISTENTE NO CLIENTE'
                       TO WRK-LQB-MOTIVO
               END-IF
           ELSE
               IF WRK-ACHOU AND CRC-ABERTO AND CLI-INATIVO
                   MOVE 'TITULO EM ABERTO DE CLIENTE INATIVO'
                       TO WRK-LQB-MOTIVO
               END-IF
           END-IF.
           IF WRK-LQB-MOTIVO NOT = SPACES
               MOVE CRC-CLIENTE TO WRK-DOC-CHAVE
               PERFORM 7955-FORMATAR-DOC-MASCARADO
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'TITULO ' DELIMITED BY SIZE
                   CRC-NUMERO DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   CRC-PARCELA DELIMITED BY SIZE
                   ' CLIENTE ' DELIMITED BY SIZE
                   WRK-DOC-FORMATADO DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               PERFORM 0295-IMPRIMIR-QUEBRA
           END-IF.
           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** HISTAUM: A MATRICULA DEVE EXISTIR NO EMPREGAD.
      **************************************************************
       0230-CONFERIR-HISTAUM.

           IF NOT WRK-EMPREGAD-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT HISTAUM-FILE
               IF WRK-HISTAUM-STATUS NOT = '35'
                   READ HISTAUM-FILE
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0231-CONFERIR-AUMENTO UNTIL WRK-AUX-FIM
                   CLOSE HISTAUM-FILE
               END-IF
           END-IF.

       0231-CONFERIR-AUMENTO.

           MOVE HAU-MATRICULA TO WRK-MATRICULA-EMP.
           PERFORM 8100-BUSCAR-EMPREGADO.
           IF NOT WRK-ACHOU
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'MATRICULA ' DELIMITED BY SIZE
                   HAU-MATRICULA DELIMITED BY SIZE
                   ' AUMENTO DE ' DELIMITED BY SIZE
                   HAU-DATA DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               PERFORM 0296-IMPRIMIR-SEM-EMPREGADO
           END-IF.
           READ HISTAUM-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** FOLHAHIS: A MATRICULA DEVE EXISTIR NO EMPREGAD.
      **************************************************************
       0240-CONFERIR-FOLHAHIS.

           IF NOT WRK-EMPREGAD-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT FOLHAHIS-FILE
               IF WRK-FOLHAHIS-STATUS NOT = '35'
                   READ FOLHAHIS-FILE
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0241-CONFERIR-FOLHA UNTIL WRK-AUX-FIM
                   CLOSE FOLHAHIS-FILE
               END-IF
           END-IF.

       0241-CONFERIR-FOLHA.

           MOVE FHS-MATRICULA TO WRK-MATRICULA-EMP.
           PERFORM 8100-BUSCAR-EMPREGADO.
           IF NOT WRK-ACHOU
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'MATRICULA ' DELIMITED BY SIZE
                   FHS-MATRICULA DELIMITED BY SIZE
                   ' COMPETENCIA ' DELIMITED BY SIZE
                   FHS-COMPETENCIA DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               PERFORM 0296-IMPRIMIR-SEM-EMPREGADO
           END-IF.
           READ FOLHAHIS-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** DEPENDEN: A MATRICULA DO TITULAR DEVE EXISTIR NO EMPREGAD.
      **************************************************************
       0250-CONFERIR-DEPENDEN.

           IF NOT WRK-EMPREGAD-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT DEPENDEN-FILE
               IF WRK-DEPENDEN-STATUS = '00'
                   READ DEPENDEN-FILE NEXT RECORD
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0251-CONFERIR-DEPENDENTE UNTIL WRK-AUX-FIM
                   CLOSE DEPENDEN-FILE
               END-IF
           END-IF.

       0251-CONFERIR-DEPENDENTE.

           MOVE DPD-MATRICULA TO WRK-MATRICULA-EMP.
           PERFORM 8100-BUSCAR-EMPREGADO.
           IF NOT WRK-ACHOU
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'MATRICULA ' DELIMITED BY SIZE
                   DPD-MATRICULA DELIMITED BY SIZE
                   ' DEPENDENTE ' DELIMITED BY SIZE
                   DPD-SEQUENCIA DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               PERFORM 0296-IMPRIMIR-SEM-EMPREGADO
           END-IF.
           READ DEPENDEN-FILE NEXT RECORD
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** EMPRESTI: A MATRICULA DO EMPRESTIMO DEVE EXISTIR NO
      ** EMPREGAD.
      **************************************************************
       0260-CONFERIR-EMPRESTI.

           IF NOT WRK-EMPREGAD-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT EMPRESTI-FILE
               IF WRK-EMPRESTI-STATUS = '00'
                   READ EMPRESTI-FILE NEXT RECORD
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0261-CONFERIR-EMPRESTIMO UNTIL WRK-AUX-FIM
                   CLOSE EMPRESTI-FILE
               END-IF
           END-IF.

       0261-CONFERIR-EMPRESTIMO.

           MOVE EML-MATRICULA TO WRK-MATRICULA-EMP.
           PERFORM 8100-BUSCAR-EMPREGADO.
           IF NOT WRK-ACHOU
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'MATRICULA ' DELIMITED BY SIZE
                   EML-MATRICULA DELIMITED BY SIZE
                   ' EMPRESTIMO' DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               PERFORM 0296-IMPRIMIR-SEM-EMPREGADO
           END-IF.
           READ EMPRESTI-FILE NEXT RECORD
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** EMBARQUE: A TRANSPORTADORA DEVE EXISTIR NO TRANSP.
      **************************************************************
       0270-CONFERIR-EMBARQUE.

           IF NOT WRK-TRANSP-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT EMBARQUE-FILE
               IF WRK-EMBARQUE-STATUS = '00'
                   READ EMBARQUE-FILE NEXT RECORD
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0271-CONFERIR-DESPACHO UNTIL WRK-AUX-FIM
                   CLOSE EMBARQUE-FILE
               END-IF
           END-IF.

       0271-CONFERIR-DESPACHO.

           MOVE EMB-TRANSP TO WRK-TRP-CODIGO.
           PERFORM 7910-BUSCAR-TRANSPORTADORA.
           IF NOT WRK-TRP-ACHOU
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'EMBARQUE ' DELIMITED BY SIZE
                   EMB-DATA-DESPACHO DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   EMB-SEQUENCIA DELIMITED BY SIZE
                   ' TRANSP ' DELIMITED BY SIZE
                   EMB-TRANSP DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               MOVE 'TRANSPORTADORA INEXISTENTE NO TRANSP'
                   TO WRK-LQB-MOTIVO
               PERFORM 0295-IMPRIMIR-QUEBRA
           END-IF.
           READ EMBARQUE-FILE NEXT RECORD
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** PEDVENDA (REGRAS 9 E 10): O PEDIDO EM ABERTO OU PARCIAL
      ** DEVE SER DE PRODUTO CADASTRADO E ATIVO. FECHADOS E
      ** CANCELADOS NAO SAO CONFERIDOS.
      **************************************************************
       0280-CONFERIR-PEDVENDA.

           IF NOT WRK-PRODUTO-OK
               SET WRK-MESTRE-AUSENTE TO TRUE
           ELSE
               MOVE 'N' TO WRK-AUX-FIM-SW
               OPEN INPUT PEDVENDA-FILE
               IF WRK-PEDVENDA-STATUS = '00'
                   READ PEDVENDA-FILE NEXT RECORD
                       AT END SET WRK-AUX-FIM TO TRUE
                   END-READ
                   PERFORM 0281-CONFERIR-PEDIDO UNTIL WRK-AUX-FIM
                   CLOSE PEDVENDA-FILE
               END-IF
           END-IF.

       0281-CONFERIR-PEDIDO.

           MOVE SPACES TO WRK-LQB-MOTIVO.
           IF PDV-ABERTO OR PDV-PARCIAL
               MOVE PDV-CODPRODUTO TO WRK-PRD-CODIGO
               PERFORM 7810-BUSCAR-PRODUTO
               IF WRK-REG-SUB = 9
                   IF NOT WRK-PRD-ACHOU
                       MOVE 'PRODUTO INEXISTENTE NO PRODUTO'
                           TO WRK-LQB-MOTIVO
                   END-IF
               ELSE
                   IF WRK-PRD-ACHOU AND NOT WRK-PRD-ATIVO
                       MOVE 'PEDIDO EM ABERTO DE PRODUTO INATIVO'
                           TO WRK-LQB-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WRK-LQB-MOTIVO NOT = SPACES
               MOVE SPACES TO WRK-LQB-CHAVE
               STRING 'PEDIDO ' DELIMITED BY SIZE
                   PDV-NUMERO DELIMITED BY SIZE
                   ' PRODUTO ' DELIMITED BY SIZE
                   PDV-CODPRODUTO DELIMITED BY SIZE
                   INTO WRK-LQB-CHAVE
               PERFORM 0295-IMPRIMIR-QUEBRA
           END-IF.
           READ PEDVENDA-FILE NEXT RECORD
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

      **************************************************************
      ** RESULTADO DA REGRA NO CTLRESUM (VER CPYCTR*), COM O CODIGO
      ** DA REGRA COMO NOME DO CONTROLE: DIVERGENTE SO QUANDO HA
      ** MAIS QUEBRAS QUE NA NOITE ANTERIOR.
      **************************************************************
       0290-GRAVAR-RESULTADO.

           MOVE WRK-QTD-REGRA TO TAB-RES-QTD(WRK-REG-SUB).

           MOVE 'PROGINTB'       TO CTR-PROGRAMA.
           MOVE WRK-LOTECAB-DATA TO CTR-DATA.
           MOVE TAB-REG-CODIGO(WRK-REG-SUB) TO CTR-CONTROLE.
           EVALUATE TRUE
               WHEN WRK-MESTRE-AUSENTE
                   MOVE 'S'          TO TAB-RES-AUSENTE(WRK-REG-SUB)
                   MOVE 'AUSENTE'    TO CTR-RESULTADO
               WHEN WRK-QTD-REGRA > TAB-RES-ANTERIOR(WRK-REG-SUB)
                   MOVE 'DIVERGENTE' TO CTR-RESULTADO
                   ADD 1 TO WRK-QTD-DIVERGENTES
               WHEN OTHER
                   MOVE 'OK'         TO CTR-RESULTADO
           END-EVALUATE.
           MOVE CTR-RESULTADO TO TAB-RES-RESULTADO(WRK-REG-SUB).
           PERFORM 9800-GRAVAR-CONTROLE-RESUMO.

       0295-IMPRIMIR-QUEBRA.

           ADD 1 TO WRK-QTD-REGRA.
           WRITE INTREL-LINHA FROM WRK-LINHA-QUEBRA.

       0296-IMPRIMIR-SEM-EMPREGADO.

           MOVE 'MATRICULA INEXISTENTE NO EMPREGAD' TO WRK-LQB-MOTIVO.
           PERFORM 0295-IMPRIMIR-QUEBRA.

      **************************************************************
      ** QUADRO FINAL POR REGRA (HOJE X NOITE ANTERIOR) E NOVO
      ** INTHIST. A REGRA AUSENTE MANTEM O HISTORICO QUE TINHA.
      **************************************************************
       0300-FINALIZAR.

           MOVE SPACES TO INTREL-LINHA.
           WRITE INTREL-LINHA.
           MOVE '=== QUEBRAS POR REGRA ===' TO INTREL-LINHA.
           WRITE INTREL-LINHA.
           WRITE INTREL-LINHA FROM WRK-CAB-RESUMO.
           PERFORM 0310-IMPRIMIR-RESUMO
               VARYING WRK-REG-SUB FROM 1 BY 1 UNTIL WRK-REG-SUB > 10.

           MOVE SPACES TO INTREL-LINHA.
           WRITE INTREL-LINHA.
           MOVE SPACES TO INTREL-LINHA.
           STRING 'REGRAS COM QUEBRAS NOVAS: ' DELIMITED BY SIZE
               WRK-QTD-DIVERGENTES DELIMITED BY SIZE
               ' DE 10' DELIMITED BY SIZE
               INTO INTREL-LINHA.
           WRITE INTREL-LINHA.
           CLOSE INTREL-FILE.

           PERFORM 8200-GRAVAR-HISTORICO.

           IF WRK-MATRALUN-OK
               CLOSE MATRALUN-FILE
           END-IF.
           IF WRK-CLIENTE-OK
               CLOSE CLIENTE-FILE
           END-IF.
           IF WRK-EMPREGAD-OK
               CLOSE EMPREGADOS-FILE
           END-IF.

           DISPLAY 'INTEGRIDADE REFERENCIAL: ' WRK-QTD-DIVERGENTES
               ' REGRA(S) COM QUEBRAS NOVAS.'.

       0310-IMPRIMIR-RESUMO.

           MOVE TAB-REG-CODIGO(WRK-REG-SUB)    TO WRK-LRS-REGRA.
           MOVE TAB-REG-DESCRICAO(WRK-REG-SUB) TO WRK-LRS-DESCRICAO.
           MOVE TAB-RES-QTD(WRK-REG-SUB)       TO WRK-LRS-QTD.
           MOVE TAB-RES-ANTERIOR(WRK-REG-SUB)  TO WRK-LRS-ANTERIOR.
           COMPUTE WRK-VARIACAO = TAB-RES-QTD(WRK-REG-SUB)
               - TAB-RES-ANTERIOR(WRK-REG-SUB).
           MOVE WRK-VARIACAO                   TO WRK-LRS-VARIACAO.
           MOVE TAB-RES-RESULTADO(WRK-REG-SUB) TO WRK-LRS-RESULTADO.
           WRITE INTREL-LINHA FROM WRK-LINHA-RESUMO.

      **************************************************************
      ** BASE DE COMPARACAO DE CADA REGRA: A QUANTIDADE DA ULTIMA
      ** EXECUCAO OU, SE ELA FOI NA MESMA DATA DO LOTE (REEXECUCAO),
      ** A BASE QUE ELA USOU. SEM INTHIST, A BASE E ZERO.
      **************************************************************
       8000-CARREGAR-HISTORICO.

           MOVE 'N' TO WRK-AUX-FIM-SW.
           OPEN INPUT INTHIST-FILE.
           IF WRK-INTHIST-STATUS NOT = '35'
               READ INTHIST-FILE
                   AT END SET WRK-AUX-FIM TO TRUE
               END-READ
               PERFORM 8010-LER-HISTORICO UNTIL WRK-AUX-FIM
               CLOSE INTHIST-FILE
           END-IF.

       8010-LER-HISTORICO.

           PERFORM 8020-LOCALIZAR-REGRA
               VARYING WRK-REG-SUB FROM 1 BY 1 UNTIL WRK-REG-SUB > 10.
           READ INTHIST-FILE
               AT END SET WRK-AUX-FIM TO TRUE
           END-READ.

       8020-LOCALIZAR-REGRA.

           IF TAB-REG-CODIGO(WRK-REG-SUB) = INH-REGRA
               IF INH-DATA = WRK-LOTECAB-DATA
                   MOVE INH-QTD-ANTERIOR
                       TO TAB-RES-ANTERIOR(WRK-REG-SUB)
               ELSE
                   MOVE INH-QTD TO TAB-RES-ANTERIOR(WRK-REG-SUB)
               END-IF
               MOVE INH-DATA         TO TAB-RES-HIS-DATA(WRK-REG-SUB)
               MOVE INH-QTD          TO TAB-RES-HIS-QTD(WRK-REG-SUB)
               MOVE INH-QTD-ANTERIOR TO TAB-RES-HIS-ANT(WRK-REG-SUB)
           END-IF.

       8100-BUSCAR-EMPREGADO.

           MOVE WRK-MATRICULA-EMP TO EMP-MATRICULA.
           MOVE 'S' TO WRK-ACHOU-SW.
           READ EMPREGADOS-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-SW
           END-READ.

       8200-GRAVAR-HISTORICO.

           OPEN OUTPUT INTHIST-FILE.
           PERFORM 8210-GRAVAR-REGRA
               VARYING WRK-REG-SUB FROM 1 BY 1 UNTIL WRK-REG-SUB > 10.
           CLOSE INTHIST-FILE.

       8210-GRAVAR-REGRA.

           MOVE TAB-REG-CODIGO(WRK-REG-SUB) TO INH-REGRA.
           IF TAB-RES-AUSENTE(WRK-REG-SUB) = 'S'
               IF TAB-RES-HIS-DATA(WRK-REG-SUB) NOT = ZEROS
                   MOVE TAB-RES-HIS-DATA(WRK-REG-SUB) TO INH-DATA
                   MOVE TAB-RES-HIS-QTD(WRK-REG-SUB)  TO INH-QTD
                   MOVE TAB-RES-HIS-ANT(WRK-REG-SUB)
                       TO INH-QTD-ANTERIOR
                   WRITE INTHIST-REG
               END-IF
           ELSE
               MOVE WRK-LOTECAB-DATA              TO INH-DATA
               MOVE TAB-RES-QTD(WRK-REG-SUB)      TO INH-QTD
               MOVE TAB-RES-ANTERIOR(WRK-REG-SUB) TO INH-QTD-ANTERIOR
               WRITE INTHIST-REG
           END-IF.

       COPY CPYTRPPR.
       COPY CPYPRDPR.
       COPY CPYCTRPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
