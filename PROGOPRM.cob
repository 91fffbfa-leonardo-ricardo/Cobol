       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOPRM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: MANUTENCAO DAS ORDENS DE PRODUCAO (ORDPROD) DOS
      **    PRODUTOS FEITOS SOB MEDIDA (PRD-SOB-MEDIDA NO CATALOGO),
      **    NOS MOLDES DA MANUTENCAO DE PEDIDOS (PROGPDVM):
      **    - ABERTURA: A PARTIR DE UM PEDIDO DE VENDA (PEDVENDA)
      **      ABERTO OU PARCIAL DE PRODUTO SOB MEDIDA, PARA NO
      **      MAXIMO O SALDO DO PEDIDO AINDA SEM ORDEM; A LISTA DE
      **      PECAS DA ORDEM (FORMA, DIMENSOES, MATERIAL E
      **      QUANTIDADE) E DIGITADA E GRAVADA NO ARQUIVO DE PECAS
      **      (PECAS) COM O NUMERO DA ORDEM, PARA O PLANO DE CORTE
      **      (PROGORB); A ORDEM GUARDA A AREA E O CUSTO ESTIMADOS
      **      DA LISTA (CPYORPR, PRECO POR M2 DO MATERIAL);
      **    - CANCELAMENTO: SO DE ORDEM AINDA NAO CORTADA;
      **    - CONCLUSAO: ORDEM JA CORTADA; A QUANTIDADE PRODUZIDA
      **      ENTRA NO ESTOQUE DE PRODUTOS ACABADOS (ESTOQUEP) PELO
      **      CUSTO REAL DA ORDEM, RECALCULANDO O CUSTO MEDIO COMO
      **      NO PROGESTB, E AS RESERVAS DA CARTEIRA SAO REALOCADAS
      **      (CPYRSVPR) PARA O PROGPDVB ENTREGAR O PEDIDO;
      **    - CONSULTA: ESTIMADO E REALIZADO DA ORDEM.
      **    O NUMERO DA ORDEM E ATRIBUIDO AUTOMATICAMENTE (MAIOR
      **    NUMERO + 1). O CUSTO DAS ORDENS FICA NO PROGOPRR.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOPRSL.
           COPY CPYPDVSL.
           COPY CPYESTSL.
           COPY CPYPRDSL.
           COPY CPYORMSL.
           SELECT PECAS-FILE ASSIGN TO "PECAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PECAS-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYOPRFD.
       COPY CPYPDVFD.
       COPY CPYESTFD.
       COPY CPYPRDFD.
       COPY CPYORMFD.
       FD  PECAS-FILE.
       01  PECA-REG.
           05  PEC-FORMA          PIC X(01).
           05  PEC-LARGURA        PIC 9(03)V99.
           05  PEC-COMPRIMENTO    PIC 9(03)V99.
           05  PEC-MATERIAL       PIC X(10).
           05  PEC-ORDEM          PIC 9(08).
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-ORDPROD-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PECAS-STATUS       PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS           VALUE 'S'.
       77  WRK-ESTOQUEP-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ESTOQUEP-ABERTO            VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                  VALUE 'S'.
       77  WRK-FIM-PECAS-SW       PIC X(01) VALUE 'N'.
           88  WRK-FIM-PECAS                  VALUE 'S'.
       77  WRK-OPR-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-OPR-ACHOU                  VALUE 'S'.
       77  WRK-ORDEM-VALIDA-SW    PIC X(01) VALUE 'S'.
           88  WRK-ORDEM-VALIDA             VALUE 'S'.
           88  WRK-ORDEM-INVALIDA           VALUE 'N'.
       77  WRK-PECA-VALIDA-SW     PIC X(01) VALUE 'S'.
           88  WRK-PECA-VALIDA              VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-PROX-NUMERO        PIC 9(08) VALUE 1.
       77  WRK-NUMERO-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-PEDIDO-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-EM-ORDEM       PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-PEDIDO       PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-INF            PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PECA           PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PECAS          PIC 9(05) VALUE ZEROS.
       77  WRK-AREA-ESTIMADA      PIC 9(07)V9999 VALUE ZEROS.
       77  WRK-CUSTO-ESTIMADO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-UNIT         PIC 9(05)V9999 VALUE ZEROS.
       77  WRK-BACKORDER          PIC 9(05) VALUE ZEROS.
       77  WRK-OPP-SUB            PIC 9(02) VALUE ZEROS.
       77  WRK-TAB-OPP-QTD        PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PECAS-ORDEM.
           05  TAB-OPP OCCURS 1 TO 50 TIMES
                   DEPENDING ON WRK-TAB-OPP-QTD.
               10  TAB-OPP-FORMA      PIC X(01).
               10  TAB-OPP-LARGURA    PIC 9(03)V99.
               10  TAB-OPP-COMPRIM    PIC 9(03)V99.
               10  TAB-OPP-MATERIAL   PIC X(10).
               10  TAB-OPP-QTD        PIC 9(03).
       COPY CPYORWS.
       COPY CPYORMTB.
       COPY CPYPRDTB.
       COPY CPYRSVWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM 7800-CARREGAR-TABELA-PRODUTO.
           PERFORM 7100-CARREGAR-TABELA-MATERIAL.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           OPEN I-O ORDPROD-FILE.
           IF WRK-ORDPROD-STATUS = '35'
               CLOSE ORDPROD-FILE
               OPEN OUTPUT ORDPROD-FILE
               CLOSE ORDPROD-FILE
               OPEN I-O ORDPROD-FILE
           END-IF.
           IF WRK-ORDPROD-STATUS NOT = '00'
               MOVE 'PROGOPRM'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-ORDPROD-STATUS   TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE ORDENS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               OPEN I-O PEDVENDA-FILE
               IF WRK-PEDVENDA-STATUS NOT = '00'
                   MOVE 'PROGOPRM'           TO ABL-PROGRAMA
                   MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
                   MOVE WRK-PEDVENDA-STATUS  TO ABL-STATUS-ARQUIVO
                   MOVE 'FALHA AO ABRIR O CADASTRO DE PEDIDOS'
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
                   CLOSE ORDPROD-FILE
                   SET WRK-FIM TO TRUE
               ELSE
                   SET WRK-ARQUIVOS-ABERTOS TO TRUE
                   PERFORM 8000-DERIVAR-PROXIMO-NUMERO
                   PERFORM 8050-ABRIR-ESTOQUE
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (A=ABRIR X=CANCELAR C=CONCLUIR '
               'Q=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'A'
                   PERFORM 0210-ABRIR-ORDEM
               WHEN 'X'
                   PERFORM 0220-CANCELAR-ORDEM
               WHEN 'C'
                   PERFORM 0230-CONCLUIR-ORDEM
               WHEN 'Q'
                   PERFORM 0240-CONSULTAR-ORDEM
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** ABERTURA DA ORDEM: PEDIDO VALIDADO, QUANTIDADE A PRODUZIR
      ** (ZERO = TODO O SALDO SEM ORDEM) E LISTA DE PECAS; SO COM
      ** PELO MENOS UMA PECA A ORDEM E GRAVADA, E AS PECAS VAO PARA
      ** O ARQUIVO DE PECAS DO PLANO DE CORTE.
      **************************************************************
       0210-ABRIR-ORDEM.

           PERFORM 8100-VALIDAR-PEDIDO.

           IF WRK-ORDEM-VALIDA
               DISPLAY 'PRODUTO....: ' PDV-CODPRODUTO ' '
                   PDV-PRODUTO
               DISPLAY 'SALDO DO PEDIDO SEM ORDEM: ' WRK-SALDO-PEDIDO
               DISPLAY 'QUANTIDADE A PRODUZIR (0 = TODO O SALDO)..'
               ACCEPT WRK-QTD-INF FROM CONSOLE
               IF WRK-QTD-INF NOT NUMERIC OR WRK-QTD-INF = ZEROS
                   MOVE WRK-SALDO-PEDIDO TO WRK-QTD-INF
               END-IF
               IF WRK-QTD-INF > WRK-SALDO-PEDIDO
                   SET WRK-ORDEM-INVALIDA TO TRUE
                   DISPLAY 'QUANTIDADE ACIMA DO SALDO DO PEDIDO.'
               END-IF
           END-IF.

           IF WRK-ORDEM-VALIDA
               PERFORM 8200-ACEITAR-PECAS
               IF WRK-TAB-OPP-QTD = ZEROS
                   DISPLAY 'ORDEM SEM PECAS - NADA FOI GRAVADO.'
               ELSE
                   PERFORM 0215-GRAVAR-ORDEM
               END-IF
           END-IF.

       0215-GRAVAR-ORDEM.

           MOVE ZEROS             TO ORDPROD-REG.
           MOVE WRK-PROX-NUMERO   TO OPR-NUMERO.
           MOVE PDV-NUMERO        TO OPR-PEDIDO.
           MOVE PDV-CODPRODUTO    TO OPR-CODPRODUTO.
           MOVE WRK-QTD-INF       TO OPR-QTD-PRODUZIR.
           MOVE WRK-DATAHOJE      TO OPR-DATA-ABERTURA.
           SET OPR-ABERTA         TO TRUE.
           MOVE WRK-QTD-PECAS     TO OPR-QTD-PECAS.
           MOVE WRK-AREA-ESTIMADA TO OPR-AREA-ESTIMADA.
           MOVE WRK-CUSTO-ESTIMADO TO OPR-CUSTO-ESTIMADO.
           WRITE ORDPROD-REG
               INVALID KEY
                   DISPLAY 'NUMERO DE ORDEM JA EXISTENTE.'
               NOT INVALID KEY
                   PERFORM 8300-GRAVAR-PECAS
                   DISPLAY 'ORDEM DE PRODUCAO ABERTA COM O NUMERO '
                       WRK-PROX-NUMERO
                   DISPLAY 'PECAS: ' WRK-QTD-PECAS
                       '  AREA ESTIMADA: ' WRK-AREA-ESTIMADA
                       '  CUSTO ESTIMADO: ' WRK-CUSTO-ESTIMADO
                   ADD 1 TO WRK-PROX-NUMERO
           END-WRITE.

      **************************************************************
      ** CANCELAMENTO: SO ORDEM AINDA NAO CORTADA. AS PECAS JA
      ** GRAVADAS NO ARQUIVO DE PECAS SAO REJEITADAS PELO PLANO DE
      ** CORTE, QUE NAO CORTA ORDEM CANCELADA.
      **************************************************************
       0220-CANCELAR-ORDEM.

           PERFORM 8400-BUSCAR-ORDEM.

           IF WRK-OPR-ACHOU
               IF OPR-ABERTA
                   SET OPR-CANCELADA TO TRUE
                   REWRITE ORDPROD-REG
                   DISPLAY 'ORDEM CANCELADA.'
               ELSE
                   DISPLAY 'SO ORDEM ABERTA (AINDA NAO CORTADA) PODE '
                       'SER CANCELADA.'
               END-IF
           END-IF.

      **************************************************************
      ** CONCLUSAO: A ORDEM CORTADA ENTREGA A QUANTIDADE PRODUZIDA
      ** (ZERO = A QUANTIDADE DA ORDEM) AO ESTOQUE DE PRODUTOS
      ** ACABADOS, PELO CUSTO REAL DA ORDEM DIVIDIDO PELA
      ** QUANTIDADE; COM O SALDO NOVO, A CARTEIRA E REALOCADA E O
      ** PEDIDO DA ORDEM MOSTRA A SUA RESERVA.
      **************************************************************
       0230-CONCLUIR-ORDEM.

           PERFORM 8400-BUSCAR-ORDEM.

           EVALUATE TRUE
               WHEN NOT WRK-OPR-ACHOU
                   CONTINUE
               WHEN NOT OPR-CORTADA
                   DISPLAY 'SO ORDEM CORTADA PODE SER CONCLUIDA.'
               WHEN NOT WRK-ESTOQUEP-ABERTO
                   DISPLAY 'ESTOQUE DE PRODUTOS INDISPONIVEL.'
               WHEN OTHER
                   DISPLAY 'QUANTIDADE DA ORDEM: ' OPR-QTD-PRODUZIR
                   DISPLAY 'QUANTIDADE PRODUZIDA (0 = A DA ORDEM)..'
                   ACCEPT WRK-QTD-INF FROM CONSOLE
                   IF WRK-QTD-INF NOT NUMERIC
                       OR WRK-QTD-INF = ZEROS
                       MOVE OPR-QTD-PRODUZIR TO WRK-QTD-INF
                   END-IF
                   PERFORM 0235-ENTRAR-ESTOQUE
           END-EVALUATE.

       0235-ENTRAR-ESTOQUE.

           COMPUTE WRK-CUSTO-UNIT ROUNDED =
               OPR-CUSTO-REAL / WRK-QTD-INF.

           MOVE OPR-CODPRODUTO TO EST-CODIGO.
           READ ESTOQUEP-FILE
               INVALID KEY
                   MOVE OPR-CODPRODUTO TO EST-CODIGO
                   MOVE WRK-QTD-INF    TO EST-SALDO
                   MOVE ZEROS          TO EST-MINIMO
                   MOVE ZEROS          TO EST-RESERVADO
                   MOVE WRK-CUSTO-UNIT TO EST-CUSTO-MEDIO
                   WRITE ESTOQUEP-REG
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF EST-CUSTO-MEDIO NOT NUMERIC
                       MOVE ZEROS TO EST-CUSTO-MEDIO
                   END-IF
                   IF WRK-CUSTO-UNIT > ZEROS
                       COMPUTE EST-CUSTO-MEDIO ROUNDED =
                           (EST-SALDO * EST-CUSTO-MEDIO
                           + WRK-QTD-INF * WRK-CUSTO-UNIT)
                           / (EST-SALDO + WRK-QTD-INF)
                   END-IF
                   ADD WRK-QTD-INF TO EST-SALDO
                   REWRITE ESTOQUEP-REG
           END-READ.

           MOVE WRK-QTD-INF  TO OPR-QTD-PRODUZIDA.
           MOVE WRK-DATAHOJE TO OPR-DATA-CONCLUSAO.
           SET OPR-CONCLUIDA TO TRUE.
           REWRITE ORDPROD-REG.
           DISPLAY 'ORDEM CONCLUIDA - ' WRK-QTD-INF
               ' UNIDADE(S) NO ESTOQUE A ' WRK-CUSTO-UNIT ' CADA.'.

           PERFORM 7850-REALOCAR-RESERVAS.
           MOVE OPR-PEDIDO TO PDV-NUMERO.
           READ PEDVENDA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PDV-ABERTO OR PDV-PARCIAL
                       COMPUTE WRK-BACKORDER = PDV-QTD-PEDIDA
                           - PDV-QTD-FATURADA - PDV-QTD-RESERVADA
                       DISPLAY 'PEDIDO ' PDV-NUMERO ' RESERVADO: '
                           PDV-QTD-RESERVADA '  EM BACKORDER: '
                           WRK-BACKORDER
                   END-IF
           END-READ.

       0240-CONSULTAR-ORDEM.

           PERFORM 8400-BUSCAR-ORDEM.

           IF WRK-OPR-ACHOU
               DISPLAY 'PEDIDO.....: ' OPR-PEDIDO
               DISPLAY 'PRODUTO....: ' OPR-CODPRODUTO
               DISPLAY 'QUANTIDADE.: ' OPR-QTD-PRODUZIR
                   ' (PRODUZIDA ' OPR-QTD-PRODUZIDA ')'
               DISPLAY 'SITUACAO...: ' OPR-SITUACAO
                   '  ABERTURA ' OPR-DATA-ABERTURA
                   '  CORTE ' OPR-DATA-CORTE
                   '  CONCLUSAO ' OPR-DATA-CONCLUSAO
               DISPLAY 'PECAS......: ' OPR-QTD-PECAS
               DISPLAY 'ESTIMADO...: AREA ' OPR-AREA-ESTIMADA
                   '  CUSTO ' OPR-CUSTO-ESTIMADO
               DISPLAY 'CONSUMIDO..: CHAPAS ' OPR-CHAPAS-USADAS
                   '  RETALHOS USADOS ' OPR-RETALHOS-USADOS
                   '  GERADOS ' OPR-RETALHOS-GERADOS
               DISPLAY '             AREA ' OPR-AREA-CONSUMIDA
                   '  PECAS ' OPR-AREA-PECAS
                   '  DESPERDICIO ' OPR-AREA-DESPERDICIO
               DISPLAY 'CUSTO REAL.: MATERIAL ' OPR-CUSTO-MATERIAL
                   '  CREDITO RETALHOS ' OPR-CREDITO-RETALHO
                   '  REAL ' OPR-CUSTO-REAL
           END-IF.

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               CLOSE ORDPROD-FILE
               CLOSE PEDVENDA-FILE
           END-IF.
           IF WRK-ESTOQUEP-ABERTO
               CLOSE ESTOQUEP-FILE
           END-IF.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** DERIVA O PROXIMO NUMERO LIVRE DE ORDEM: VARRE O CADASTRO
      ** PELA CHAVE E GUARDA O MAIOR NUMERO + 1.
      **************************************************************
       8000-DERIVAR-PROXIMO-NUMERO.

           MOVE 1   TO WRK-PROX-NUMERO.
           MOVE 'N' TO WRK-VARRE-FIM-SW.

           MOVE ZEROS TO OPR-NUMERO.
           START ORDPROD-FILE KEY IS NOT LESS THAN OPR-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 8010-VARRER-NUMEROS UNTIL WRK-VARRE-FIM.

       8010-VARRER-NUMEROS.

           READ ORDPROD-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   COMPUTE WRK-PROX-NUMERO = OPR-NUMERO + 1
           END-READ.

      **************************************************************
      ** ESTOQUE DE PRODUTOS ACABADOS, CRIADO VAZIO NA PRIMEIRA VEZ
      ** COMO NO PROGESTB; SEM ELE, AS ORDENS SO NAO SAO CONCLUIDAS.
      **************************************************************
       8050-ABRIR-ESTOQUE.

           OPEN I-O ESTOQUEP-FILE.
           IF WRK-ESTOQUEP-STATUS = '35'
               CLOSE ESTOQUEP-FILE
               OPEN OUTPUT ESTOQUEP-FILE
               CLOSE ESTOQUEP-FILE
               OPEN I-O ESTOQUEP-FILE
           END-IF.
           IF WRK-ESTOQUEP-STATUS = '00'
               SET WRK-ESTOQUEP-ABERTO TO TRUE
           END-IF.

      **************************************************************
      ** VALIDACOES DA ABERTURA: PEDIDO EXISTENTE, ABERTO OU
      ** PARCIAL, DE PRODUTO SOB MEDIDA, COM SALDO A ENTREGAR AINDA
      ** SEM ORDEM (PEDIDA - FATURADA - ORDENS NAO CANCELADAS DO
      ** PEDIDO AINDA NAO CONCLUIDAS OU JA PRODUZIDAS). CADA
      ** REJEICAO E DESVIADA PARA O RELATORIO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-PEDIDO.

           SET WRK-ORDEM-VALIDA TO TRUE.
           DISPLAY 'NUMERO DO PEDIDO DE VENDA..'.
           ACCEPT WRK-PEDIDO-BUSCA FROM CONSOLE.
           MOVE WRK-PEDIDO-BUSCA TO PDV-NUMERO.

           READ PEDVENDA-FILE
               INVALID KEY
                   SET WRK-ORDEM-INVALIDA TO TRUE
                   MOVE 'WRK-PEDIDO'  TO EXC-CAMPO
                   MOVE WRK-PEDIDO-BUSCA TO EXC-VALOR
                   MOVE 'PEDIDO NAO CADASTRADO' TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-ORDEM
                   DISPLAY 'PEDIDO NAO ENCONTRADO.'
           END-READ.

           IF WRK-ORDEM-VALIDA
               IF NOT PDV-ABERTO AND NOT PDV-PARCIAL
                   SET WRK-ORDEM-INVALIDA TO TRUE
                   MOVE 'PDV-SITUACAO' TO EXC-CAMPO
                   MOVE PDV-SITUACAO   TO EXC-VALOR
                   MOVE 'PEDIDO FECHADO OU CANCELADO' TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-ORDEM
                   DISPLAY 'PEDIDO FECHADO OU CANCELADO.'
               END-IF
           END-IF.

           IF WRK-ORDEM-VALIDA
               MOVE PDV-CODPRODUTO TO WRK-PRD-CODIGO
               PERFORM 7810-BUSCAR-PRODUTO
               IF NOT WRK-PRD-SOB-MEDIDA
                   SET WRK-ORDEM-INVALIDA TO TRUE
                   MOVE 'PDV-CODPRODUTO' TO EXC-CAMPO
                   MOVE PDV-CODPRODUTO   TO EXC-VALOR
                   MOVE 'PRODUTO NAO E FEITO SOB MEDIDA'
                       TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-ORDEM
                   DISPLAY 'PRODUTO DO PEDIDO NAO E FEITO SOB '
                       'MEDIDA.'
               END-IF
           END-IF.

           IF WRK-ORDEM-VALIDA
               PERFORM 8120-SOMAR-ORDENS-PEDIDO
               MOVE WRK-PEDIDO-BUSCA TO PDV-NUMERO
               READ PEDVENDA-FILE
                   INVALID KEY CONTINUE
               END-READ
               COMPUTE WRK-SALDO-PEDIDO = PDV-QTD-PEDIDA
                   - PDV-QTD-FATURADA - WRK-QTD-EM-ORDEM
               IF WRK-SALDO-PEDIDO <= ZEROS
                   SET WRK-ORDEM-INVALIDA TO TRUE
                   MOVE 'PDV-QTD-PEDIDA' TO EXC-CAMPO
                   MOVE PDV-QTD-PEDIDA   TO EXC-VALOR
                   MOVE 'PEDIDO JA COBERTO POR ORDENS DE PRODUCAO'
                       TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-ORDEM
                   DISPLAY 'SALDO DO PEDIDO JA COBERTO POR ORDENS.'
               END-IF
           END-IF.

       8110-GRAVAR-EXCECAO-ORDEM.

           MOVE 'PROGOPRM'       TO EXC-PROGRAMA.
           MOVE WRK-PEDIDO-BUSCA TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

      **************************************************************
      ** QUANTIDADE DO PEDIDO JA COBERTA POR ORDENS: AS ORDENS
      ** ABERTAS E CORTADAS PELA QUANTIDADE A PRODUZIR (AINDA NAO
      ** FATURADAS); AS CONCLUIDAS JA ESTAO NO ESTOQUE E SAEM PELO
      ** FATURAMENTO DO PEDIDO, E AS CANCELADAS NAO CONTAM.
      **************************************************************
       8120-SOMAR-ORDENS-PEDIDO.

           MOVE ZEROS TO WRK-QTD-EM-ORDEM.
           MOVE 'N'   TO WRK-VARRE-FIM-SW.
           MOVE ZEROS TO OPR-NUMERO.
           START ORDPROD-FILE KEY IS NOT LESS THAN OPR-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.
           PERFORM 8130-SOMAR-ORDEM UNTIL WRK-VARRE-FIM.

       8130-SOMAR-ORDEM.

           READ ORDPROD-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   IF OPR-PEDIDO = WRK-PEDIDO-BUSCA
                       AND (OPR-ABERTA OR OPR-CORTADA)
                       ADD OPR-QTD-PRODUZIR TO WRK-QTD-EM-ORDEM
                   END-IF
           END-READ.

      **************************************************************
      ** LISTA DE PECAS DA ORDEM (ATE 50 LINHAS): FORMA, MEDIDAS
      ** (RAIO NO CIRCULO), MATERIAL CADASTRADO E QUANTIDADE DE
      ** PECAS IGUAIS. CADA LINHA ACEITA SOMA A AREA E O CUSTO
      ** ESTIMADOS (CPYORPR); LINHA INVALIDA E RECUSADA NA TELA.
      **************************************************************
       8200-ACEITAR-PECAS.

           MOVE ZEROS TO WRK-TAB-OPP-QTD.
           MOVE ZEROS TO WRK-QTD-PECAS.
           MOVE ZEROS TO WRK-AREA-ESTIMADA.
           MOVE ZEROS TO WRK-CUSTO-ESTIMADO.
           MOVE 'N'   TO WRK-FIM-PECAS-SW.
           PERFORM 8210-ACEITAR-PECA UNTIL WRK-FIM-PECAS.

       8210-ACEITAR-PECA.

           DISPLAY 'FORMA DA PECA (R-RETANGULO T-TRIANGULO '
               'C-CIRCULO F-FIM DA LISTA)..'.
           ACCEPT WRK-FORMA FROM CONSOLE.

           IF WRK-FORMA = 'F'
               SET WRK-FIM-PECAS TO TRUE
           ELSE
               MOVE ZEROS TO WRK-LARGURA WRK-COMPRIMENTO
               IF WRK-FORMA-CIRCULO
                   DISPLAY 'RAIO..'
                   ACCEPT WRK-LARGURA FROM CONSOLE
               ELSE
                   DISPLAY 'LARGURA..'
                   ACCEPT WRK-LARGURA FROM CONSOLE
                   DISPLAY 'COMPRIMENTO..'
                   ACCEPT WRK-COMPRIMENTO FROM CONSOLE
               END-IF
               DISPLAY 'CODIGO DO MATERIAL..'
               ACCEPT WRK-MATERIAL FROM CONSOLE
               DISPLAY 'QUANTIDADE DE PECAS IGUAIS (0 = 1)..'
               ACCEPT WRK-QTD-PECA FROM CONSOLE
               IF WRK-QTD-PECA NOT NUMERIC OR WRK-QTD-PECA = ZEROS
                   MOVE 1 TO WRK-QTD-PECA
               END-IF
               PERFORM 8220-VALIDAR-PECA
               IF WRK-PECA-VALIDA
                   PERFORM 8230-INCLUIR-PECA
               END-IF
           END-IF.

       8220-VALIDAR-PECA.

           SET WRK-PECA-VALIDA TO TRUE.
           PERFORM 7020-BUSCAR-PRECO-MATERIAL.

           EVALUATE TRUE
               WHEN NOT WRK-FORMA-RETANGULO
                   AND NOT WRK-FORMA-TRIANGULO
                   AND NOT WRK-FORMA-CIRCULO
                   MOVE 'N' TO WRK-PECA-VALIDA-SW
                   DISPLAY 'FORMA INVALIDA.'
               WHEN WRK-LARGURA = ZEROS
                   OR (WRK-COMPRIMENTO = ZEROS
                       AND NOT WRK-FORMA-CIRCULO)
                   MOVE 'N' TO WRK-PECA-VALIDA-SW
                   DISPLAY 'FALTA ALGUMA MEDIDA.'
               WHEN WRK-LARGURA > WRK-DIMENSAO-MAXIMA
                   OR WRK-COMPRIMENTO > WRK-DIMENSAO-MAXIMA
                   MOVE 'N' TO WRK-PECA-VALIDA-SW
                   DISPLAY 'DIMENSAO ACIMA DO LIMITE PERMITIDO.'
               WHEN NOT WRK-MATERIAL-ACHOU
                   MOVE 'N' TO WRK-PECA-VALIDA-SW
                   DISPLAY 'MATERIAL NAO CADASTRADO.'
               WHEN WRK-TAB-OPP-QTD >= 50
                   MOVE 'N' TO WRK-PECA-VALIDA-SW
                   SET WRK-FIM-PECAS TO TRUE
                   DISPLAY 'LISTA CHEIA (50 LINHAS) - ENCERRADA.'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8230-INCLUIR-PECA.

           ADD 1 TO WRK-TAB-OPP-QTD.
           MOVE WRK-FORMA       TO TAB-OPP-FORMA(WRK-TAB-OPP-QTD).
           MOVE WRK-LARGURA     TO TAB-OPP-LARGURA(WRK-TAB-OPP-QTD).
           MOVE WRK-COMPRIMENTO TO TAB-OPP-COMPRIM(WRK-TAB-OPP-QTD).
           MOVE WRK-MATERIAL    TO TAB-OPP-MATERIAL(WRK-TAB-OPP-QTD).
           MOVE WRK-QTD-PECA    TO TAB-OPP-QTD(WRK-TAB-OPP-QTD).

           PERFORM 7000-CALCULAR-AREA.
           PERFORM 7010-CALCULAR-CUSTO.
           ADD WRK-QTD-PECA TO WRK-QTD-PECAS.
           COMPUTE WRK-AREA-ESTIMADA =
               WRK-AREA-ESTIMADA + WRK-AREA * WRK-QTD-PECA.
           COMPUTE WRK-CUSTO-ESTIMADO =
               WRK-CUSTO-ESTIMADO + WRK-CUSTO-MATERIAL * WRK-QTD-PECA.
           DISPLAY 'PECA INCLUIDA - AREA ' WRK-AREA
               '  CUSTO ' WRK-CUSTO-MATERIAL ' (CADA).'.

      **************************************************************
      ** AS PECAS DA ORDEM VAO PARA O ARQUIVO DE PECAS DO PLANO DE
      ** CORTE, UMA LINHA POR PECA, COM O NUMERO DA ORDEM.
      **************************************************************
       8300-GRAVAR-PECAS.

           OPEN EXTEND PECAS-FILE.
           IF WRK-PECAS-STATUS = '05' OR '35'
               CLOSE PECAS-FILE
               OPEN OUTPUT PECAS-FILE
           END-IF.
           PERFORM 8310-GRAVAR-LINHA-PECA
               VARYING WRK-OPP-SUB FROM 1 BY 1
               UNTIL WRK-OPP-SUB > WRK-TAB-OPP-QTD.
           CLOSE PECAS-FILE.

       8310-GRAVAR-LINHA-PECA.

           MOVE TAB-OPP-FORMA(WRK-OPP-SUB)    TO PEC-FORMA.
           MOVE TAB-OPP-LARGURA(WRK-OPP-SUB)  TO PEC-LARGURA.
           MOVE TAB-OPP-COMPRIM(WRK-OPP-SUB)  TO PEC-COMPRIMENTO.
           MOVE TAB-OPP-MATERIAL(WRK-OPP-SUB) TO PEC-MATERIAL.
           MOVE WRK-PROX-NUMERO               TO PEC-ORDEM.
           PERFORM 8320-GRAVAR-PECA TAB-OPP-QTD(WRK-OPP-SUB) TIMES.

       8320-GRAVAR-PECA.

           WRITE PECA-REG.

       8400-BUSCAR-ORDEM.

           MOVE 'N' TO WRK-OPR-ACHOU-SW.
           DISPLAY 'NUMERO DA ORDEM DE PRODUCAO..'.
           ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE.
           MOVE WRK-NUMERO-BUSCA TO OPR-NUMERO.

           READ ORDPROD-FILE
               INVALID KEY
                   DISPLAY 'ORDEM NAO ENCONTRADA.'
               NOT INVALID KEY
                   SET WRK-OPR-ACHOU TO TRUE
           END-READ.

       COPY CPYORPR.
       COPY CPYORMPR.
       COPY CPYPRDPR.
       COPY CPYRSVPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
