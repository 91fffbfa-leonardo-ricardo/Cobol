      **    - MESMO DOCUMENTO E DATA COM VALOR DIVERGENTE.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - CONCILIACAO POR CONTA BANCARIA DA EMPRESA
      **               (CONTABCO, VER CPYCBC*): O EXTRATO GANHA NO FIM
      **               DO REGISTRO O CODIGO DA CONTA (EM BRANCO OU
      **               ZERO = CONTA PRINCIPAL, RAZAO 11001) E CADA
      **               LINHA SO CASA COM LANCAMENTOS DA CONTA DO RAZAO
      **               DAQUELA CONTA. AS SOBRAS SAEM COM A CONTA, A
      **               SUGESTAO DE TARIFA CREDITA A CONTA DO RAZAO
      **               CERTA E O RESUMO SAI POR CONTA. LINHA DE CONTA
      **               NAO CADASTRADA VAI PARA O RELATORIO SEM CASAR.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONCREL-FILE ASSIGN TO "CONCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONCREL-STATUS.
           COPY CPYCBCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
           05  EXB-HISTORICO      PIC X(30).
           05  EXB-VALOR          PIC 9(09)V99.
           05  EXB-TIPO           PIC X(01).
           05  EXB-CONTA-BANCO    PIC X(02).
           05  EXB-CONTA-BANCO-N  REDEFINES EXB-CONTA-BANCO
                                  PIC 9(02).

       FD  LANCARQ-FILE.
       01  LANCARQ-REG.

       FD  CONCREL-FILE.
       01  CONCREL-LINHA          PIC X(100).
       COPY CPYCBCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       01  WRK-TAB-RAZAO.
           05  TAB-RZO OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-RZO-QTD.
               10  TAB-RZO-CONTA     PIC 9(05).
               10  TAB-RZO-DATA      PIC 9(08).
               10  TAB-RZO-DOCUMENTO PIC X(10).
               10  TAB-RZO-VALOR     PIC 9(09)V99.
           88  WRK-CASOU                    VALUE 'S'.
       77  WRK-DIVERGIU-SW        PIC X(01) VALUE 'N'.
           88  WRK-DIVERGIU                 VALUE 'S'.
       77  WRK-QTD-SEM-CONTA      PIC 9(05) VALUE ZEROS.
      **************************************************************
      ** CONTAS CONCILIADAS: UMA POR CONTA DO RAZAO DAS CONTAS
      ** BANCARIAS ATIVAS (DUAS CONTAS NO MESMO RAZAO CONCILIAM
      ** JUNTAS, COM O CODIGO DA PRIMEIRA), MAIS A CONTA PRINCIPAL
      ** (11001) QUANDO NENHUMA CONTA CADASTRADA A USA.
      **************************************************************
       77  WRK-TAB-CCO-QTD        PIC 9(02) VALUE ZEROS.
       77  WRK-CCO-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-CCO-ATUAL          PIC 9(02) VALUE ZEROS.
       77  WRK-CBC-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-RAZAO-LINHA        PIC 9(05) VALUE ZEROS.
       77  WRK-CCO-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-CCO-ACHOU                VALUE 'S'.
       01  WRK-TAB-CONCILIADAS.
           05  TAB-CCO OCCURS 1 TO 31 TIMES
                   DEPENDING ON WRK-TAB-CCO-QTD
                   INDEXED BY CCO-IDX.
               10  TAB-CCO-CODIGO      PIC 9(02).
               10  TAB-CCO-RAZAO       PIC 9(05).
               10  TAB-CCO-DESCRICAO   PIC X(30).
               10  TAB-CCO-LINHAS      PIC 9(05).
               10  TAB-CCO-CASADOS     PIC 9(05).
               10  TAB-CCO-SO-BANCO    PIC 9(05).
               10  TAB-CCO-SO-RAZAO    PIC 9(05).
               10  TAB-CCO-DIVERGENTES PIC 9(05).
       01  WRK-LINHA-SOBRA.
           05  WRK-LS-DATA        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LS-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LS-TIPO        PIC X(01).
           05  FILLER             PIC X(06) VALUE '  CTA '.
           05  WRK-LS-CONTA       PIC X(02).
       01  WRK-LINHA-RESUMO-CONTA.
           05  FILLER             PIC X(06) VALUE 'CONTA '.
           05  WRK-LRC-CODIGO     PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LRC-DESCRICAO  PIC X(30).
           05  FILLER             PIC X(07) VALUE ' RAZAO '.
           05  WRK-LRC-RAZAO      PIC 9(05).
           05  FILLER             PIC X(05) VALUE ' CAS '.
           05  WRK-LRC-CASADOS    PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE ' BCO '.
           05  WRK-LRC-SO-BANCO   PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE ' RZO '.
           05  WRK-LRC-SO-RAZAO   PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE ' DIV '.
           05  WRK-LRC-DIVERGENTES PIC ZZZZ9.
       COPY CPYCABWS.
       COPY CPYCBCTB.
       COPY CPYABLWS.
       COPY CPYLOTWS.
       PROCEDURE DIVISION.
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 7520-CARREGAR-CONTAS-BANCO.
           PERFORM 8100-MONTAR-CONTAS-CONCILIADAS.
           PERFORM 8000-CARREGAR-RAZAO-BANCOS.

           OPEN INPUT EXTRBANC-FILE.
           END-IF.

      **************************************************************
      ** CASAMENTO DE UMA LINHA DO EXTRATO, SO CONTRA OS LANCAMENTOS
      ** DA CONTA DO RAZAO DA CONTA BANCARIA DA LINHA: PRIMEIRO POR
      ** DATA + DOCUMENTO + VALOR (CASADO); DEPOIS POR DATA +
      ** DOCUMENTO COM VALOR DIFERENTE (DIVERGENTE); SEM NADA, A
      ** LINHA E SOBRA DO BANCO, COM SUGESTAO DE AJUSTE QUANDO O
      ** HISTORICO INDICA TARIFA.
      **************************************************************
       0200-CONCILIAR-LINHA.

           PERFORM 0205-IDENTIFICAR-CONTA.

           IF NOT WRK-CCO-ACHOU
               ADD 1 TO WRK-QTD-SEM-CONTA
               PERFORM 0240-RELATAR-SEM-CONTA
           ELSE
               ADD 1 TO TAB-CCO-LINHAS(WRK-CCO-ATUAL)
               MOVE 'N' TO WRK-CASOU-SW
               MOVE 'N' TO WRK-DIVERGIU-SW
               PERFORM 0210-PROCURAR-NO-RAZAO
                   VARYING WRK-RZO-SUB FROM 1 BY 1
                   UNTIL WRK-RZO-SUB > WRK-TAB-RZO-QTD
                       OR WRK-CASOU

               EVALUATE TRUE
                   WHEN WRK-CASOU
                       ADD 1 TO WRK-QTD-CASADOS
                       ADD 1 TO TAB-CCO-CASADOS(WRK-CCO-ATUAL)
                   WHEN WRK-DIVERGIU
                       ADD 1 TO WRK-QTD-DIVERGENTES
                       ADD 1 TO TAB-CCO-DIVERGENTES(WRK-CCO-ATUAL)
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-SO-BANCO
                       ADD 1 TO TAB-CCO-SO-BANCO(WRK-CCO-ATUAL)
                       PERFORM 0230-RELATAR-SOBRA-BANCO
               END-EVALUATE
           END-IF.

           READ EXTRBANC-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CONTA DA LINHA DO EXTRATO: EM BRANCO OU ZERO E A CONTA
      ** PRINCIPAL (RAZAO 11001); SENAO, A CONTA DO CADASTRO COM O
      ** CODIGO INFORMADO. SAIDA: WRK-CCO-ACHOU-SW E WRK-CCO-ATUAL.
      **************************************************************
       0205-IDENTIFICAR-CONTA.

           MOVE 'N' TO WRK-CCO-ACHOU-SW.
           IF EXB-CONTA-BANCO = SPACES OR EXB-CONTA-BANCO = '00'
               MOVE WRK-CONTA-BANCOS TO WRK-RAZAO-LINHA
               PERFORM 8150-LOCALIZAR-CONTA-RAZAO
           ELSE
               IF EXB-CONTA-BANCO IS NUMERIC
                   MOVE EXB-CONTA-BANCO-N TO WRK-CBC-CODIGO
                   PERFORM 7530-BUSCAR-CONTA-BANCO
                   IF WRK-CBC-ACHOU
                       MOVE WRK-CBC-CONTA-RAZAO TO WRK-RAZAO-LINHA
                       PERFORM 8150-LOCALIZAR-CONTA-RAZAO
                   END-IF
               END-IF
           END-IF.

       0210-PROCURAR-NO-RAZAO.

           IF NOT TAB-RZO-CASADO(WRK-RZO-SUB)
               AND TAB-RZO-CONTA(WRK-RZO-SUB) =
                   TAB-CCO-RAZAO(WRK-CCO-ATUAL)
               AND TAB-RZO-DATA(WRK-RZO-SUB) = EXB-DATA
               AND TAB-RZO-DOCUMENTO(WRK-RZO-SUB) = EXB-DOCUMENTO
               IF TAB-RZO-VALOR(WRK-RZO-SUB) = EXB-VALOR
       0220-RELATAR-DIVERGENCIA.

           MOVE SPACES TO CONCREL-LINHA.
           STRING 'VALOR DIVERGE: CTA ' DELIMITED BY SIZE
               TAB-CCO-CODIGO(WRK-CCO-ATUAL) DELIMITED BY SIZE
               ' DOC ' DELIMITED BY SIZE
               EXB-DOCUMENTO DELIMITED BY SIZE
               ' DATA ' DELIMITED BY SIZE
               EXB-DATA DELIMITED BY SIZE
           MOVE EXB-HISTORICO TO WRK-LS-HISTORICO.
           MOVE EXB-VALOR     TO WRK-LS-VALOR.
           MOVE EXB-TIPO      TO WRK-LS-TIPO.
           MOVE TAB-CCO-CODIGO(WRK-CCO-ATUAL) TO WRK-LS-CONTA.
           WRITE CONCREL-LINHA FROM WRK-LINHA-SOBRA.

           IF EXB-TIPO = 'D'
               AND (EXB-HISTORICO(1:6) = 'TARIFA'
                   OR EXB-HISTORICO(1:3) = 'TAR')
               MOVE SPACES TO CONCREL-LINHA
               STRING '  SUGESTAO DE AJUSTE: D 41007 / C '
                   DELIMITED BY SIZE
                   TAB-CCO-RAZAO(WRK-CCO-ATUAL) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   'VALOR ' DELIMITED BY SIZE
                   EXB-VALOR DELIMITED BY SIZE
                   ' (TARIFA BANCARIA)' DELIMITED BY SIZE
               WRITE CONCREL-LINHA
           END-IF.

      **************************************************************
      ** LINHA DE CONTA QUE NAO ESTA NO CADASTRO (OU INATIVA): SAI
      ** NO RELATORIO SEM CASAR, PARA A TESOURARIA CORRIGIR O
      ** CADASTRO OU O EXTRATO.
      **************************************************************
       0240-RELATAR-SEM-CONTA.

           MOVE EXB-DATA        TO WRK-LS-DATA.
           MOVE EXB-DOCUMENTO   TO WRK-LS-DOCUMENTO.
           MOVE EXB-HISTORICO   TO WRK-LS-HISTORICO.
           MOVE EXB-VALOR       TO WRK-LS-VALOR.
           MOVE EXB-TIPO        TO WRK-LS-TIPO.
           MOVE EXB-CONTA-BANCO TO WRK-LS-CONTA.
           WRITE CONCREL-LINHA FROM WRK-LINHA-SOBRA.
           MOVE '  CONTA NAO CADASTRADA - LINHA NAO CONCILIADA'
               TO CONCREL-LINHA.
           WRITE CONCREL-LINHA.

       0300-FINALIZAR.

           IF WRK-EXTRBANC-STATUS NOT = '35'
                   VARYING WRK-RZO-SUB FROM 1 BY 1
                   UNTIL WRK-RZO-SUB > WRK-TAB-RZO-QTD

               MOVE SPACES TO CONCREL-LINHA
               WRITE CONCREL-LINHA
               MOVE '=== RESUMO POR CONTA ===' TO CONCREL-LINHA
               WRITE CONCREL-LINHA
               PERFORM 0320-RELATAR-RESUMO-CONTA
                   VARYING WRK-CCO-SUB FROM 1 BY 1
                   UNTIL WRK-CCO-SUB > WRK-TAB-CCO-QTD

               MOVE SPACES TO CONCREL-LINHA
               WRITE CONCREL-LINHA
               STRING 'CASADOS: ' DELIMITED BY SIZE
                   WRK-QTD-SO-RAZAO DELIMITED BY SIZE
                   '  DIVERGENTES: ' DELIMITED BY SIZE
                   WRK-QTD-DIVERGENTES DELIMITED BY SIZE
                   '  SEM CONTA: ' DELIMITED BY SIZE
                   WRK-QTD-SEM-CONTA DELIMITED BY SIZE
                   INTO CONCREL-LINHA
               WRITE CONCREL-LINHA


           IF NOT TAB-RZO-CASADO(WRK-RZO-SUB)
               ADD 1 TO WRK-QTD-SO-RAZAO
               MOVE TAB-RZO-CONTA(WRK-RZO-SUB) TO WRK-RAZAO-LINHA
               PERFORM 8150-LOCALIZAR-CONTA-RAZAO
               ADD 1 TO TAB-CCO-SO-RAZAO(WRK-CCO-ATUAL)
               MOVE TAB-CCO-CODIGO(WRK-CCO-ATUAL)  TO WRK-LS-CONTA
               MOVE TAB-RZO-DATA(WRK-RZO-SUB)      TO WRK-LS-DATA
               MOVE TAB-RZO-DOCUMENTO(WRK-RZO-SUB)
                   TO WRK-LS-DOCUMENTO
           END-IF.

      **************************************************************
      ** RESUMO DE UMA CONTA CONCILIADA; CONTA SEM LINHA NO EXTRATO
      ** E SEM LANCAMENTO NO RAZAO NAO APARECE.
      **************************************************************
       0320-RELATAR-RESUMO-CONTA.

           IF TAB-CCO-LINHAS(WRK-CCO-SUB) > ZEROS
               MOVE TAB-CCO-CODIGO(WRK-CCO-SUB)    TO WRK-LRC-CODIGO
               MOVE TAB-CCO-DESCRICAO(WRK-CCO-SUB) TO WRK-LRC-DESCRICAO
               MOVE TAB-CCO-RAZAO(WRK-CCO-SUB)     TO WRK-LRC-RAZAO
               MOVE TAB-CCO-CASADOS(WRK-CCO-SUB)   TO WRK-LRC-CASADOS
               MOVE TAB-CCO-SO-BANCO(WRK-CCO-SUB)  TO WRK-LRC-SO-BANCO
               MOVE TAB-CCO-SO-RAZAO(WRK-CCO-SUB)  TO WRK-LRC-SO-RAZAO
               MOVE TAB-CCO-DIVERGENTES(WRK-CCO-SUB)
                   TO WRK-LRC-DIVERGENTES
               WRITE CONCREL-LINHA FROM WRK-LINHA-RESUMO-CONTA
           END-IF.

      **************************************************************
      ** CARGA DOS LANCAMENTOS DAS CONTAS DO RAZAO DAS CONTAS
      ** BANCARIAS A PARTIR DO ARQUIVO MORTO DO RAZAO (LANCARQ).
      **************************************************************
       8000-CARREGAR-RAZAO-BANCOS.


       8010-LER-LANCAMENTO.

           MOVE LAQ-CONTA TO WRK-RAZAO-LINHA.
           PERFORM 8150-LOCALIZAR-CONTA-RAZAO.
           IF WRK-CCO-ACHOU
               AND WRK-TAB-RZO-QTD < 2000
               ADD 1 TO WRK-TAB-RZO-QTD
               ADD 1 TO TAB-CCO-LINHAS(WRK-CCO-ATUAL)
               MOVE LAQ-CONTA     TO TAB-RZO-CONTA(WRK-TAB-RZO-QTD)
               MOVE LAQ-DATA      TO TAB-RZO-DATA(WRK-TAB-RZO-QTD)
               MOVE LAQ-DOCUMENTO TO
                   TAB-RZO-DOCUMENTO(WRK-TAB-RZO-QTD)
               AT END SET WRK-LAQ-FIM TO TRUE
           END-READ.

      **************************************************************
      ** MONTAGEM DAS CONTAS CONCILIADAS A PARTIR DA TABELA DE
      ** CONTAS BANCARIAS (CPYCBCTB): UMA ENTRADA POR CONTA DO RAZAO,
      ** MAIS A CONTA PRINCIPAL QUANDO NENHUMA CONTA A USA.
      **************************************************************
       8100-MONTAR-CONTAS-CONCILIADAS.

           MOVE ZEROS TO WRK-TAB-CCO-QTD.
           PERFORM 8110-INCLUIR-CONTA-CADASTRO
               VARYING WRK-CBC-SUB FROM 1 BY 1
               UNTIL WRK-CBC-SUB > WRK-TAB-CBC-QTD.

           MOVE WRK-CONTA-BANCOS TO WRK-RAZAO-LINHA.
           PERFORM 8150-LOCALIZAR-CONTA-RAZAO.
           IF NOT WRK-CCO-ACHOU
               MOVE ZEROS TO WRK-CBC-CODIGO
               PERFORM 7539-ASSUMIR-CONTA-PRINCIPAL
               PERFORM 8120-INCLUIR-CONTA-CONCILIADA
           END-IF.

       8110-INCLUIR-CONTA-CADASTRO.

           MOVE TAB-CBC-CONTA-RAZAO(WRK-CBC-SUB) TO WRK-RAZAO-LINHA.
           PERFORM 8150-LOCALIZAR-CONTA-RAZAO.
           IF NOT WRK-CCO-ACHOU
               MOVE TAB-CBC-CODIGO(WRK-CBC-SUB)    TO WRK-CBC-CODIGO
               MOVE TAB-CBC-DESCRICAO(WRK-CBC-SUB) TO WRK-CBC-DESCRICAO
               PERFORM 8120-INCLUIR-CONTA-CONCILIADA
           END-IF.

       8120-INCLUIR-CONTA-CONCILIADA.

           ADD 1 TO WRK-TAB-CCO-QTD.
           MOVE WRK-CBC-CODIGO    TO TAB-CCO-CODIGO(WRK-TAB-CCO-QTD).
           MOVE WRK-RAZAO-LINHA   TO TAB-CCO-RAZAO(WRK-TAB-CCO-QTD).
           MOVE WRK-CBC-DESCRICAO TO
               TAB-CCO-DESCRICAO(WRK-TAB-CCO-QTD).
           MOVE ZEROS TO TAB-CCO-LINHAS(WRK-TAB-CCO-QTD).
           MOVE ZEROS TO TAB-CCO-CASADOS(WRK-TAB-CCO-QTD).
           MOVE ZEROS TO TAB-CCO-SO-BANCO(WRK-TAB-CCO-QTD).
           MOVE ZEROS TO TAB-CCO-SO-RAZAO(WRK-TAB-CCO-QTD).
           MOVE ZEROS TO TAB-CCO-DIVERGENTES(WRK-TAB-CCO-QTD).

       8150-LOCALIZAR-CONTA-RAZAO.

           MOVE 'N' TO WRK-CCO-ACHOU-SW.
           SET CCO-IDX TO 1.
           SEARCH TAB-CCO
               AT END
                   CONTINUE
               WHEN TAB-CCO-RAZAO(CCO-IDX) = WRK-RAZAO-LINHA
                   SET WRK-CCO-ACHOU TO TRUE
                   SET WRK-CCO-ATUAL TO CCO-IDX
           END-SEARCH.

       COPY CPYCABPR.
       COPY CPYCBCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
