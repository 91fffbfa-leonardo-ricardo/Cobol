       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSAMB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: RESUMO MENSAL DAS RECLAMACOES DO SAC (SACCHAM,
      **    REGISTRADAS PELO PROGSACM), COMPETENCIA = MES DO LOTE:
      **    - POR CATEGORIA E POR AREA RESPONSAVEL: CHAMADOS ABERTOS
      **      NO MES, FECHADOS NO MES E QUANTOS DESTES FORAM
      **      FECHADOS ATE A DATA PROMETIDA (% NO PRAZO);
      **    - POR TRANSPORTADORA E POR PRODUTO: EMBARQUES DESPACHADOS
      **      NO MES (EMBARQUE), RECLAMACOES ABERTAS NO MES E A TAXA
      **      DE RECLAMACAO POR 100 EMBARQUES. A TRANSPORTADORA E O
      **      PRODUTO DA RECLAMACAO SAO OS QUE O PROGSACM DERIVOU DO
      **      VINCULO; O PRODUTO DO EMBARQUE E IDENTIFICADO PELA
      **      DESCRICAO OU PELO CODIGO NO CADASTRO DE PRODUTOS.
      **    RELATORIO SAMREL. SO LEITURA.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSACSL.
           COPY CPYEMBSL.
           COPY CPYTRPSL.
           COPY CPYPRDSL.
           SELECT SAMREL-FILE ASSIGN TO "SAMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SAMREL-STATUS.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYSACFD.
       COPY CPYEMBFD.
       COPY CPYTRPFD.
       COPY CPYPRDFD.

       FD  SAMREL-FILE.
       01  SAMREL-LINHA           PIC X(100).
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-SACCHAM-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SAMREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-EMBARQUE-FIM-SW    PIC X(01) VALUE 'N'.
           88  WRK-EMBARQUE-FIM               VALUE 'S'.
       77  WRK-SACCHAM-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-SACCHAM-ABERTO             VALUE 'S'.
       77  WRK-ANOMES             PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-INICIO        PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM           PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-EMBARQUES      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ABERTOS-MES    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FECHADOS-MES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-NO-PRAZO       PIC 9(05) VALUE ZEROS.
       77  WRK-CAT                PIC 9(01) VALUE ZEROS.
       77  WRK-ARE                PIC 9(01) VALUE ZEROS.
       77  WRK-IDX                PIC 9(01) VALUE ZEROS.
       77  WRK-SUB                PIC 9(03) VALUE ZEROS.
       77  WRK-ITEM-ACHOU-SW      PIC X(01) VALUE 'N'.
           88  WRK-ITEM-ACHOU                 VALUE 'S'.
       77  WRK-PRD-BUSCA          PIC X(20) VALUE SPACES.
      *    RECLAMACOES DO MES SEM TRANSPORTADORA/PRODUTO NO CADASTRO
       77  WRK-RECL-TRP-OUTRAS    PIC 9(05) VALUE ZEROS.
       77  WRK-RECL-PRD-OUTROS    PIC 9(05) VALUE ZEROS.
      *
      ** CATEGORIAS DO CHAMADO (CPYSACFD); A 5 (OUTROS) RECEBE
      ** TAMBEM QUALQUER CODIGO NAO PREVISTO.
       01  WRK-CATEGORIAS-INI.
           05  FILLER             PIC X(22) VALUE 'ATATRASO NA ENTREGA'.
           05  FILLER             PIC X(22) VALUE 'PEPRODUTO ERRADO'.
           05  FILLER             PIC X(22) VALUE 'FAFATURAMENTO'.
           05  FILLER             PIC X(22) VALUE 'AVAVARIA'.
           05  FILLER             PIC X(22) VALUE 'OUOUTROS'.
       01  WRK-CATEGORIAS REDEFINES WRK-CATEGORIAS-INI.
           05  WRK-CAT-ITEM OCCURS 5 TIMES.
               10  WRK-CAT-CODIGO PIC X(02).
               10  WRK-CAT-DESC   PIC X(20).
      *
      ** AREAS RESPONSAVEIS (CPYSACFD); A 5 (SAC) RECEBE TAMBEM
      ** QUALQUER CODIGO NAO PREVISTO.
       01  WRK-AREAS-INI.
           05  FILLER             PIC X(23) VALUE 'LOGLOGISTICA'.
           05  FILLER             PIC X(23) VALUE 'FATFATURAMENTO'.
           05  FILLER             PIC X(23) VALUE 'FINFINANCEIRO'.
           05  FILLER             PIC X(23) VALUE 'COMCOMERCIAL'.
           05  FILLER             PIC X(23) VALUE 'SACATENDIMENTO'.
       01  WRK-AREAS REDEFINES WRK-AREAS-INI.
           05  WRK-ARE-ITEM OCCURS 5 TIMES.
               10  WRK-ARE-CODIGO PIC X(03).
               10  WRK-ARE-DESC   PIC X(20).
      *
      ** APURACAO POR CATEGORIA E POR AREA: ABERTOS NO MES,
      ** FECHADOS NO MES E FECHADOS ATE A DATA PROMETIDA.
       01  WRK-TAB-RESUMO-CAT.
           05  TAB-RCT OCCURS 5 TIMES.
               10  TAB-RCT-ABERTOS    PIC 9(05).
               10  TAB-RCT-FECHADOS   PIC 9(05).
               10  TAB-RCT-NO-PRAZO   PIC 9(05).
       01  WRK-TAB-RESUMO-ARE.
           05  TAB-RAR OCCURS 5 TIMES.
               10  TAB-RAR-ABERTOS    PIC 9(05).
               10  TAB-RAR-FECHADOS   PIC 9(05).
               10  TAB-RAR-NO-PRAZO   PIC 9(05).
      *
      ** EMBARQUES E RECLAMACOES DO MES, NA MESMA ORDEM DAS TABELAS
      ** DE TRANSPORTADORAS (CPYTRPTB) E DE PRODUTOS (CPYPRDTB).
       01  WRK-TAB-SAM-TRP.
           05  TAB-STR OCCURS 20 TIMES.
               10  TAB-STR-EMBARQUES  PIC 9(06).
               10  TAB-STR-RECLAMACOES PIC 9(05).
       01  WRK-TAB-SAM-PRD.
           05  TAB-SPR OCCURS 300 TIMES.
               10  TAB-SPR-EMBARQUES  PIC 9(06).
               10  TAB-SPR-RECLAMACOES PIC 9(05).
       77  WRK-CALC-EMBARQUES     PIC 9(06) VALUE ZEROS.
       77  WRK-CALC-RECLAMACOES   PIC 9(05) VALUE ZEROS.
       77  WRK-CALC-FECHADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-CALC-NO-PRAZO      PIC 9(05) VALUE ZEROS.
       77  WRK-TAXA               PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PCT                PIC 9(03)V9 VALUE ZEROS.
       01  WRK-LINHA-RESUMO.
           05  WRK-LR-CODIGO      PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LR-DESC        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-ABERTOS     PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-FECHADOS    PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-NO-PRAZO    PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LR-PCT         PIC X(06).
       77  WRK-EDT-PCT            PIC ZZ9,9.
       01  WRK-LINHA-TAXA.
           05  WRK-LX-CODIGO      PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LX-NOME        PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LX-EMBARQUES   PIC ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LX-RECLAMACOES PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LX-TAXA        PIC X(09).
       77  WRK-EDT-TAXA           PIC ZZ.ZZ9,99.
       77  WRK-EDT-TRANSP         PIC 9(03).
       COPY CPYTRPTB.
       COPY CPYPRDTB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURAR-CHAMADO UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           MOVE WRK-LOTECAB-DATA(1:6) TO WRK-ANOMES.
           COMPUTE WRK-DATA-INICIO = WRK-ANOMES * 100 + 1.
           COMPUTE WRK-DATA-FIM    = WRK-ANOMES * 100 + 31.
           INITIALIZE WRK-TAB-RESUMO-CAT
                      WRK-TAB-RESUMO-ARE
                      WRK-TAB-SAM-TRP
                      WRK-TAB-SAM-PRD.

           PERFORM 7900-CARREGAR-TRANSPORTADORAS.
           PERFORM 7800-CARREGAR-TABELA-PRODUTO.
           PERFORM 0400-CONTAR-EMBARQUES.

           OPEN INPUT SACCHAM-FILE.
           IF WRK-SACCHAM-STATUS = '35'
               DISPLAY 'CADASTRO DE CHAMADOS DO SAC AUSENTE - '
                   'RESUMO SEM RECLAMACOES.'
               SET WRK-FIM TO TRUE
           ELSE
               IF WRK-SACCHAM-STATUS NOT = '00'
                   MOVE 'PROGSAMB'          TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
                   MOVE WRK-SACCHAM-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE CHAMADOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-SACCHAM-ABERTO TO TRUE
                   MOVE ZEROS TO SAC-NUMERO
                   START SACCHAM-FILE KEY IS NOT LESS THAN SAC-NUMERO
                       INVALID KEY
                           SET WRK-FIM TO TRUE
                       NOT INVALID KEY
                           READ SACCHAM-FILE NEXT RECORD
                               AT END SET WRK-FIM TO TRUE
                           END-READ
                   END-START
               END-IF
           END-IF.

      **************************************************************
      ** CHAMADO ABERTO NO MES: CONTA NA CATEGORIA, NA AREA, NA
      ** TRANSPORTADORA E NO PRODUTO. CHAMADO FECHADO NO MES
      ** (QUALQUER QUE SEJA O MES DA ABERTURA): CONTA COMO FECHADO
      ** E, ATE A DATA PROMETIDA, COMO NO PRAZO.
      **************************************************************
       0200-APURAR-CHAMADO.

           ADD 1 TO WRK-QTD-LIDOS.
           PERFORM 0210-LOCALIZAR-CATEGORIA.
           PERFORM 0220-LOCALIZAR-AREA.

           IF SAC-DATA-ABERTURA(1:6) = WRK-ANOMES(1:6)
               ADD 1 TO WRK-QTD-ABERTOS-MES
               ADD 1 TO TAB-RCT-ABERTOS(WRK-CAT)
               ADD 1 TO TAB-RAR-ABERTOS(WRK-ARE)
               PERFORM 0230-CONTAR-TRANSPORTADORA
               PERFORM 0240-CONTAR-PRODUTO
           END-IF.

           IF SAC-FECHADO
               AND SAC-DATA-FECHAMENTO(1:6) = WRK-ANOMES(1:6)
               ADD 1 TO WRK-QTD-FECHADOS-MES
               ADD 1 TO TAB-RCT-FECHADOS(WRK-CAT)
               ADD 1 TO TAB-RAR-FECHADOS(WRK-ARE)
               IF SAC-DATA-FECHAMENTO NOT > SAC-DATA-PROMETIDA
                   ADD 1 TO WRK-QTD-NO-PRAZO
                   ADD 1 TO TAB-RCT-NO-PRAZO(WRK-CAT)
                   ADD 1 TO TAB-RAR-NO-PRAZO(WRK-ARE)
               END-IF
           END-IF.

           READ SACCHAM-FILE NEXT RECORD
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0210-LOCALIZAR-CATEGORIA.

           MOVE 5 TO WRK-CAT.
           PERFORM 0215-COMPARAR-CATEGORIA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4.

       0215-COMPARAR-CATEGORIA.

           IF WRK-CAT-CODIGO(WRK-IDX) = SAC-CATEGORIA
               MOVE WRK-IDX TO WRK-CAT
           END-IF.

       0220-LOCALIZAR-AREA.

           MOVE 5 TO WRK-ARE.
           PERFORM 0225-COMPARAR-AREA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4.

       0225-COMPARAR-AREA.

           IF WRK-ARE-CODIGO(WRK-IDX) = SAC-AREA
               MOVE WRK-IDX TO WRK-ARE
           END-IF.

       0230-CONTAR-TRANSPORTADORA.

           IF SAC-TRANSP > ZEROS
               MOVE SAC-TRANSP TO WRK-TRP-CODIGO
               PERFORM 7910-BUSCAR-TRANSPORTADORA
               IF WRK-TRP-ACHOU
                   SET WRK-SUB TO TRP-IDX
                   ADD 1 TO TAB-STR-RECLAMACOES(WRK-SUB)
               ELSE
                   ADD 1 TO WRK-RECL-TRP-OUTRAS
               END-IF
           END-IF.

       0240-CONTAR-PRODUTO.

           IF SAC-CODPRODUTO NOT = SPACES
               MOVE SAC-CODPRODUTO TO WRK-PRD-BUSCA
               PERFORM 8000-LOCALIZAR-PRODUTO
               IF WRK-ITEM-ACHOU
                   ADD 1 TO TAB-SPR-RECLAMACOES(WRK-SUB)
               ELSE
                   ADD 1 TO WRK-RECL-PRD-OUTROS
               END-IF
           END-IF.

       0300-FINALIZAR.

           IF WRK-SACCHAM-ABERTO
               CLOSE SACCHAM-FILE
           END-IF.

           PERFORM 0500-IMPRIMIR-RELATORIO.

           DISPLAY 'RESUMO DO SAC - COMPETENCIA ' WRK-ANOMES
               ': ' WRK-QTD-ABERTOS-MES ' RECLAMACOES ABERTAS, '
               WRK-QTD-FECHADOS-MES ' FECHADAS, '
               WRK-QTD-EMBARQUES ' EMBARQUES.'.

      **************************************************************
      ** EMBARQUES DESPACHADOS NO MES (O ARQUIVO ESTA EM ORDEM DE
      ** DATA DE DESPACHO), POR TRANSPORTADORA E POR PRODUTO.
      ** AUSENTE, AS TAXAS SAEM SEM BASE ('-').
      **************************************************************
       0400-CONTAR-EMBARQUES.

           MOVE 'N' TO WRK-EMBARQUE-FIM-SW.
           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE EMBARQUES INDISPONIVEL - TAXAS '
                   'SEM BASE.'
           ELSE
               MOVE WRK-DATA-INICIO TO EMB-DATA-DESPACHO
               MOVE ZEROS           TO EMB-SEQUENCIA
               START EMBARQUE-FILE KEY IS NOT LESS THAN EMB-CHAVE
                   INVALID KEY SET WRK-EMBARQUE-FIM TO TRUE
               END-START
               IF NOT WRK-EMBARQUE-FIM
                   READ EMBARQUE-FILE NEXT RECORD
                       AT END SET WRK-EMBARQUE-FIM TO TRUE
                   END-READ
               END-IF
               PERFORM 0410-CONTAR-EMBARQUE UNTIL WRK-EMBARQUE-FIM
               CLOSE EMBARQUE-FILE
           END-IF.

       0410-CONTAR-EMBARQUE.

           IF EMB-DATA-DESPACHO > WRK-DATA-FIM
               SET WRK-EMBARQUE-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-QTD-EMBARQUES
               MOVE EMB-TRANSP TO WRK-TRP-CODIGO
               PERFORM 7910-BUSCAR-TRANSPORTADORA
               IF WRK-TRP-ACHOU
                   SET WRK-SUB TO TRP-IDX
                   ADD 1 TO TAB-STR-EMBARQUES(WRK-SUB)
               END-IF
               MOVE EMB-PRODUTO TO WRK-PRD-BUSCA
               PERFORM 8000-LOCALIZAR-PRODUTO
               IF WRK-ITEM-ACHOU
                   ADD 1 TO TAB-SPR-EMBARQUES(WRK-SUB)
               END-IF
               READ EMBARQUE-FILE NEXT RECORD
                   AT END SET WRK-EMBARQUE-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** RELATORIO SAMREL: CATEGORIA, AREA, TRANSPORTADORA E
      ** PRODUTO. TRANSPORTADORA E PRODUTO SO SAEM QUANDO TIVERAM
      ** EMBARQUE OU RECLAMACAO NO MES.
      **************************************************************
       0500-IMPRIMIR-RELATORIO.

           OPEN OUTPUT SAMREL-FILE.
           MOVE 'PROGSAMB' TO WRK-CAB-PROGRAMA.
           MOVE 'RECLAMACOES DO MES - SAC' TO WRK-CAB-TITULO.
           MOVE 1          TO WRK-CAB-PAGINA.
           PERFORM 0900-MONTAR-CABECALHO-PADRAO.
           WRITE SAMREL-LINHA FROM WRK-CAB-LINHA1.
           WRITE SAMREL-LINHA FROM WRK-CAB-LINHA2.
           MOVE SPACES TO SAMREL-LINHA.
           STRING 'COMPETENCIA: ' DELIMITED BY SIZE
               WRK-LOTECAB-MES    DELIMITED BY SIZE
               '/'                DELIMITED BY SIZE
               WRK-LOTECAB-ANO    DELIMITED BY SIZE
               INTO SAMREL-LINHA.
           WRITE SAMREL-LINHA.

           MOVE SPACES TO SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           MOVE '=== RECLAMACOES POR CATEGORIA ===' TO SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           PERFORM 0510-IMPRIMIR-TITULO-RESUMO.
           PERFORM 0520-IMPRIMIR-CATEGORIA
               VARYING WRK-CAT FROM 1 BY 1 UNTIL WRK-CAT > 5.
           MOVE SPACES              TO WRK-LR-CODIGO.
           MOVE 'TOTAL'             TO WRK-LR-DESC.
           MOVE WRK-QTD-FECHADOS-MES TO WRK-CALC-FECHADOS.
           MOVE WRK-QTD-NO-PRAZO     TO WRK-CALC-NO-PRAZO.
           MOVE WRK-QTD-ABERTOS-MES  TO WRK-LR-ABERTOS.
           MOVE WRK-QTD-FECHADOS-MES TO WRK-LR-FECHADOS.
           MOVE WRK-QTD-NO-PRAZO     TO WRK-LR-NO-PRAZO.
           PERFORM 0540-EDITAR-PCT-NO-PRAZO.
           WRITE SAMREL-LINHA FROM WRK-LINHA-RESUMO.

           MOVE SPACES TO SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           MOVE '=== RECLAMACOES POR AREA RESPONSAVEL ===' TO
               SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           PERFORM 0510-IMPRIMIR-TITULO-RESUMO.
           PERFORM 0530-IMPRIMIR-AREA
               VARYING WRK-ARE FROM 1 BY 1 UNTIL WRK-ARE > 5.

           MOVE SPACES TO SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           MOVE '=== RECLAMACOES POR TRANSPORTADORA ===' TO
               SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           PERFORM 0550-IMPRIMIR-TITULO-TAXA.
           PERFORM 0560-IMPRIMIR-TRANSPORTADORA
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-TAB-TRP-QTD.
           IF WRK-RECL-TRP-OUTRAS > ZEROS
               MOVE SPACES                TO WRK-LX-CODIGO
               MOVE 'FORA DO CADASTRO'    TO WRK-LX-NOME
               MOVE ZEROS                 TO WRK-CALC-EMBARQUES
               MOVE WRK-RECL-TRP-OUTRAS   TO WRK-CALC-RECLAMACOES
               PERFORM 0580-IMPRIMIR-TAXA
           END-IF.

           MOVE SPACES TO SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           MOVE '=== RECLAMACOES POR PRODUTO ===' TO SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           PERFORM 0550-IMPRIMIR-TITULO-TAXA.
           PERFORM 0570-IMPRIMIR-PRODUTO
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-TAB-PRD-QTD.
           IF WRK-RECL-PRD-OUTROS > ZEROS
               MOVE SPACES                TO WRK-LX-CODIGO
               MOVE 'FORA DO CADASTRO'    TO WRK-LX-NOME
               MOVE ZEROS                 TO WRK-CALC-EMBARQUES
               MOVE WRK-RECL-PRD-OUTROS   TO WRK-CALC-RECLAMACOES
               PERFORM 0580-IMPRIMIR-TAXA
           END-IF.

           MOVE SPACES TO SAMREL-LINHA.
           WRITE SAMREL-LINHA.
           MOVE SPACES TO SAMREL-LINHA.
           STRING 'TAXA = RECLAMACOES POR 100 EMBARQUES '
               DELIMITED BY SIZE
               'DESPACHADOS NO MES' DELIMITED BY SIZE
               INTO SAMREL-LINHA.
           WRITE SAMREL-LINHA.

           CLOSE SAMREL-FILE.

       0510-IMPRIMIR-TITULO-RESUMO.

           MOVE SPACES TO SAMREL-LINHA.
           STRING '                           ABERTOS  FECHADOS  '
               DELIMITED BY SIZE
               'NO PRAZO  %PRAZO' DELIMITED BY SIZE
               INTO SAMREL-LINHA.
           WRITE SAMREL-LINHA.

       0520-IMPRIMIR-CATEGORIA.

           MOVE WRK-CAT-CODIGO(WRK-CAT)   TO WRK-LR-CODIGO.
           MOVE WRK-CAT-DESC(WRK-CAT)     TO WRK-LR-DESC.
           MOVE TAB-RCT-ABERTOS(WRK-CAT)  TO WRK-LR-ABERTOS.
           MOVE TAB-RCT-FECHADOS(WRK-CAT) TO WRK-LR-FECHADOS.
           MOVE TAB-RCT-NO-PRAZO(WRK-CAT) TO WRK-LR-NO-PRAZO.
           MOVE TAB-RCT-FECHADOS(WRK-CAT) TO WRK-CALC-FECHADOS.
           MOVE TAB-RCT-NO-PRAZO(WRK-CAT) TO WRK-CALC-NO-PRAZO.
           PERFORM 0540-EDITAR-PCT-NO-PRAZO.
           WRITE SAMREL-LINHA FROM WRK-LINHA-RESUMO.

       0530-IMPRIMIR-AREA.

           MOVE WRK-ARE-CODIGO(WRK-ARE)   TO WRK-LR-CODIGO.
           MOVE WRK-ARE-DESC(WRK-ARE)     TO WRK-LR-DESC.
           MOVE TAB-RAR-ABERTOS(WRK-ARE)  TO WRK-LR-ABERTOS.
           MOVE TAB-RAR-FECHADOS(WRK-ARE) TO WRK-LR-FECHADOS.
           MOVE TAB-RAR-NO-PRAZO(WRK-ARE) TO WRK-LR-NO-PRAZO.
           MOVE TAB-RAR-FECHADOS(WRK-ARE) TO WRK-CALC-FECHADOS.
           MOVE TAB-RAR-NO-PRAZO(WRK-ARE) TO WRK-CALC-NO-PRAZO.
           PERFORM 0540-EDITAR-PCT-NO-PRAZO.
           WRITE SAMREL-LINHA FROM WRK-LINHA-RESUMO.

      **************************************************************
      ** % NO PRAZO = FECHADOS NO PRAZO / FECHADOS NO MES; SEM
      ** FECHADOS, SAI '-'.
      **************************************************************
       0540-EDITAR-PCT-NO-PRAZO.

           IF WRK-CALC-FECHADOS = ZEROS
               MOVE '    -' TO WRK-LR-PCT
           ELSE
               COMPUTE WRK-PCT ROUNDED =
                   WRK-CALC-NO-PRAZO * 100 / WRK-CALC-FECHADOS
               MOVE WRK-PCT     TO WRK-EDT-PCT
               MOVE WRK-EDT-PCT TO WRK-LR-PCT
           END-IF.

       0550-IMPRIMIR-TITULO-TAXA.

           MOVE SPACES TO SAMREL-LINHA.
           STRING 'CODIGO   NOME                            '
               DELIMITED BY SIZE
               ' EMBARQUES  RECLAM.      TAXA' DELIMITED BY SIZE
               INTO SAMREL-LINHA.
           WRITE SAMREL-LINHA.

       0560-IMPRIMIR-TRANSPORTADORA.

           IF TAB-STR-EMBARQUES(WRK-SUB) > ZEROS
               OR TAB-STR-RECLAMACOES(WRK-SUB) > ZEROS
               MOVE TAB-TRP-CODIGO(WRK-SUB)   TO WRK-EDT-TRANSP
               MOVE WRK-EDT-TRANSP            TO WRK-LX-CODIGO
               MOVE TAB-TRP-NOME(WRK-SUB)     TO WRK-LX-NOME
               MOVE TAB-STR-EMBARQUES(WRK-SUB) TO WRK-CALC-EMBARQUES
               MOVE TAB-STR-RECLAMACOES(WRK-SUB)
                   TO WRK-CALC-RECLAMACOES
               PERFORM 0580-IMPRIMIR-TAXA
           END-IF.

       0570-IMPRIMIR-PRODUTO.

           IF TAB-SPR-EMBARQUES(WRK-SUB) > ZEROS
               OR TAB-SPR-RECLAMACOES(WRK-SUB) > ZEROS
               MOVE TAB-PRD-CODIGO(WRK-SUB)    TO WRK-LX-CODIGO
               MOVE TAB-PRD-DESCRICAO(WRK-SUB) TO WRK-LX-NOME
               MOVE TAB-SPR-EMBARQUES(WRK-SUB) TO WRK-CALC-EMBARQUES
               MOVE TAB-SPR-RECLAMACOES(WRK-SUB)
                   TO WRK-CALC-RECLAMACOES
               PERFORM 0580-IMPRIMIR-TAXA
           END-IF.

      **************************************************************
      ** TAXA = RECLAMACOES X 100 / EMBARQUES; SEM EMBARQUE NO MES,
      ** SAI '-'.
      **************************************************************
       0580-IMPRIMIR-TAXA.

           MOVE WRK-CALC-EMBARQUES   TO WRK-LX-EMBARQUES.
           MOVE WRK-CALC-RECLAMACOES TO WRK-LX-RECLAMACOES.
           IF WRK-CALC-EMBARQUES = ZEROS
               MOVE '        -' TO WRK-LX-TAXA
           ELSE
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-CALC-RECLAMACOES * 100 / WRK-CALC-EMBARQUES
               MOVE WRK-TAXA     TO WRK-EDT-TAXA
               MOVE WRK-EDT-TAXA TO WRK-LX-TAXA
           END-IF.
           WRITE SAMREL-LINHA FROM WRK-LINHA-TAXA.

      **************************************************************
      ** PRODUTO PELO CODIGO OU PELA DESCRICAO (O EMBARQUE GUARDA A
      ** DESCRICAO). SAIDA: WRK-ITEM-ACHOU E WRK-SUB NA TABELA.
      **************************************************************
       8000-LOCALIZAR-PRODUTO.

           MOVE 'N' TO WRK-ITEM-ACHOU-SW.
           SET PRD-IDX TO 1.
           SEARCH TAB-PRD
               AT END
                   CONTINUE
               WHEN TAB-PRD-DESCRICAO(PRD-IDX) = WRK-PRD-BUSCA
                   OR TAB-PRD-CODIGO(PRD-IDX) = WRK-PRD-BUSCA
                   SET WRK-ITEM-ACHOU TO TRUE
                   SET WRK-SUB TO PRD-IDX
           END-SEARCH.

       COPY CPYTRPPR.
       COPY CPYPRDPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
