      **               COM A ENTREGA ATE O CABECALHO DE FATURA
      **               (PROGPDVB/PROGVENDB) PARA O PROGFATB
      **               PARCELAR O TITULO.
      **  15/10/2026 LR - COM O ESTOQUE DE PRODUTOS (ESTOQUEP)
      **               PRESENTE, A INCLUSAO E O CANCELAMENTO DE
      **               PEDIDO REALOCAM AS RESERVAS DA CARTEIRA
      **               (CPYRSVPR) E A TELA MOSTRA O RESERVADO E O
      **               BACKORDER DO PEDIDO E O DISPONIVEL PARA
      **               PROMETER DO PRODUTO.
      **  15/10/2026 LR - O CLIENTE DO PEDIDO PASSA A SER INFORMADO
      **               PELO TIPO DE PESSOA (F/J) E PELO DOCUMENTO
      **               (CPF OU CNPJ), NA CHAVE DO CADASTRO DE
      **               CLIENTES.
      **  15/10/2026 LR - PEDIDO PASSA A GUARDAR A DATA DE ENTREGA
      **               PROMETIDA AO CLIENTE (ZERO = SEM DATA
      **               COMBINADA), USADA NO PLANEJAMENTO DE CHAPAS
      **               (PROGMRPB); DATA ANTERIOR AO PEDIDO E
      **               RECUSADA.
      **  15/10/2026 LR - O CPF DO CLIENTE NA CONSULTA DO PEDIDO
      **               PASSA PELO MASCARAMENTO DE DADOS PESSOAIS
      **               (PROGMASC, VER CPYDMKPR), PELO USUARIO DA
      **               SESSAO DO MENU.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPDVSL.
           COPY CPYESTSL.
           COPY CPYCLISL.
           COPY CPYPRDSL.
           COPY CPYEXCSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYPDVFD.
       COPY CPYESTFD.
       COPY CPYCLIFD.
       COPY CPYPRDFD.
       COPY CPYEXCFD.

       WORKING-STORAGE SECTION.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-PEDVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PEDVENDA-ABERTO            VALUE 'S'.
       77  WRK-ESTOQUEP-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ESTOQUEP-ABERTO            VALUE 'S'.
       77  WRK-CLIENTE-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO             VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-PROX-NUMERO        PIC 9(08) VALUE 1.
       77  WRK-NUMERO-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-BACKORDER          PIC 9(05) VALUE ZEROS.
       77  WRK-DISPONIVEL         PIC S9(07) VALUE ZEROS.
       77  WRK-DISPONIVEL-ED      PIC -.---.--9 VALUE ZEROS.
       77  WRK-PDV-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-PDV-ACHOU                  VALUE 'S'.
       77  WRK-PEDIDO-VALIDO-SW   PIC X(01) VALUE 'S'.
           05  WRK-DATAHOJE-MES   PIC 9(02) VALUE ZEROS.
           05  WRK-DATAHOJE-DIA   PIC 9(02) VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-CLIENTE.
               10  WRK-INF-TIPO-PESSOA PIC X(01) VALUE 'F'.
               10  WRK-INF-DOC-CLIENTE PIC 9(14) VALUE ZEROS.
           05  WRK-INF-CODVEND    PIC 9(04) VALUE ZEROS.
           05  WRK-INF-VENDEDOR   PIC X(30) VALUE SPACES.
           05  WRK-INF-CODPROD    PIC X(08) VALUE SPACES.
           05  WRK-INF-FILIAL     PIC 9(02) VALUE ZEROS.
           05  WRK-INF-QTD        PIC 9(05) VALUE ZEROS.
           05  WRK-INF-PARCELAS   PIC 9(02) VALUE ZEROS.
           05  WRK-INF-DATA-ENTREGA PIC 9(08) VALUE ZEROS.
       COPY CPYPRDTB.
       COPY CPYRSVWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           MOVE 'MO'       TO MSK-FUNCAO.
           MOVE SPACES     TO MSK-USUARIO.
           MOVE 'PROGPDVM' TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 7800-CARREGAR-TABELA-PRODUTO.

           OPEN INPUT CLIENTE-FILE.
           ELSE
               SET WRK-PEDVENDA-ABERTO TO TRUE
               PERFORM 8000-DERIVAR-PROXIMO-NUMERO
               OPEN I-O ESTOQUEP-FILE
               IF WRK-ESTOQUEP-STATUS = '00'
                   SET WRK-ESTOQUEP-ABERTO TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND EXCECOES-FILE.

           IF WRK-PEDIDO-VALIDO
               MOVE WRK-PROX-NUMERO   TO PDV-NUMERO
               MOVE WRK-INF-CLIENTE   TO PDV-CLIENTE
               MOVE WRK-INF-CODVEND   TO PDV-CODVENDEDOR
               MOVE WRK-INF-VENDEDOR  TO PDV-VENDEDOR
               MOVE WRK-INF-CODPROD   TO PDV-CODPRODUTO
               MOVE ZEROS             TO PDV-QTD-FATURADA
               MOVE WRK-PRD-PRECO     TO PDV-VALOR-UNIT
               MOVE WRK-INF-PARCELAS  TO PDV-PARCELAS
               MOVE ZEROS             TO PDV-QTD-RESERVADA
               MOVE WRK-INF-DATA-ENTREGA TO PDV-DATA-ENTREGA
               SET PDV-ABERTO         TO TRUE
               WRITE PEDVENDA-REG
                   INVALID KEY
                   NOT INVALID KEY
                       DISPLAY 'PEDIDO INCLUIDO COM O NUMERO '
                           WRK-PROX-NUMERO
                       MOVE WRK-PROX-NUMERO TO WRK-NUMERO-BUSCA
                       ADD 1 TO WRK-PROX-NUMERO
                       PERFORM 8400-RESERVAR-CARTEIRA
               END-WRITE
           END-IF.

                   SET PDV-CANCELADO TO TRUE
                   REWRITE PEDVENDA-REG
                   DISPLAY 'PEDIDO CANCELADO.'
                   PERFORM 8400-RESERVAR-CARTEIRA
               END-IF
           END-IF.

           PERFORM 8300-BUSCAR-PEDIDO.

           IF WRK-PDV-ACHOU
               MOVE PDV-CLIENTE TO WRK-DOC-CHAVE
               PERFORM 7955-FORMATAR-DOC-MASCARADO
               DISPLAY 'CLIENTE....: ' WRK-DOC-ROTULO ' '
                   WRK-DOC-FORMATADO
               DISPLAY 'PRODUTO....: ' PDV-CODPRODUTO ' '
                   PDV-PRODUTO
               DISPLAY 'QUANTIDADE.: ' PDV-QTD-PEDIDA
                   ' (FATURADA ' PDV-QTD-FATURADA ')'
               DISPLAY 'SITUACAO...: ' PDV-SITUACAO
               IF PDV-DATA-ENTREGA IS NUMERIC
                   AND PDV-DATA-ENTREGA > ZEROS
                   DISPLAY 'ENTREGA....: ' PDV-DATA-ENTREGA
               END-IF
               IF WRK-ESTOQUEP-ABERTO
                   PERFORM 8410-EXIBIR-RESERVA
               END-IF
           END-IF.

       0300-FINALIZAR.
           IF WRK-PEDVENDA-ABERTO
               CLOSE PEDVENDA-FILE
           END-IF.
           IF WRK-ESTOQUEP-ABERTO
               CLOSE ESTOQUEP-FILE
           END-IF.
           IF WRK-CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF.
           SET WRK-PEDIDO-VALIDO TO TRUE.

           IF WRK-CLIENTE-ABERTO
               MOVE WRK-INF-CLIENTE TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       SET WRK-PEDIDO-INVALIDO TO TRUE
                       MOVE 'WRK-INF-CLIENTE' TO EXC-CAMPO
                       MOVE WRK-INF-CLIENTE   TO EXC-VALOR
                       MOVE 'CLIENTE NAO CADASTRADO' TO EXC-MOTIVO
                       PERFORM 8110-GRAVAR-EXCECAO-PEDIDO
                       DISPLAY 'CLIENTE NAO CADASTRADO.'
               DISPLAY 'QUANTIDADE INVALIDA.'
           END-IF.

           IF WRK-INF-DATA-ENTREGA > ZEROS
               AND WRK-INF-DATA-ENTREGA < WRK-DATAHOJE
               SET WRK-PEDIDO-INVALIDO TO TRUE
               MOVE 'WRK-INF-DATA-ENTREGA' TO EXC-CAMPO
               MOVE WRK-INF-DATA-ENTREGA   TO EXC-VALOR
               MOVE 'DATA DE ENTREGA ANTERIOR AO PEDIDO'
                   TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-PEDIDO
               DISPLAY 'DATA DE ENTREGA ANTERIOR A HOJE.'
           END-IF.

       8110-GRAVAR-EXCECAO-PEDIDO.

           MOVE 'PROGPDVM'  TO EXC-PROGRAMA.
           MOVE WRK-INF-CLIENTE TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.

       8200-ACEITAR-DADOS.

           DISPLAY 'TIPO DE PESSOA (F=FISICA J=JURIDICA)..'.
           ACCEPT WRK-INF-TIPO-PESSOA FROM CONSOLE.
           IF WRK-INF-TIPO-PESSOA NOT = 'J'
               MOVE 'F' TO WRK-INF-TIPO-PESSOA
           END-IF.
           DISPLAY 'CPF/CNPJ DO CLIENTE..'.
           ACCEPT WRK-INF-DOC-CLIENTE FROM CONSOLE.
           DISPLAY 'CODIGO DO VENDEDOR..'.
           ACCEPT WRK-INF-CODVEND FROM CONSOLE.
           DISPLAY 'NOME DO VENDEDOR..'.
               DISPLAY 'MAXIMO DE 12 PARCELAS - ASSUMIDO 12.'
               MOVE 12 TO WRK-INF-PARCELAS
           END-IF.
           DISPLAY 'DATA DE ENTREGA PROMETIDA (AAAAMMDD, '
               'ZERO = SEM DATA)..'.
           ACCEPT WRK-INF-DATA-ENTREGA FROM CONSOLE.
           IF WRK-INF-DATA-ENTREGA NOT NUMERIC
               MOVE ZEROS TO WRK-INF-DATA-ENTREGA
           END-IF.

       8300-BUSCAR-PEDIDO.

                   SET WRK-PDV-ACHOU TO TRUE
           END-READ.

      **************************************************************
      ** A CARTEIRA MUDOU (PEDIDO NOVO OU CANCELADO): AS RESERVAS SAO
      ** REALOCADAS NA PRIORIDADE DA DATA DO PEDIDO E O PEDIDO EM
      ** WRK-NUMERO-BUSCA E RELIDO PARA EXIBIR A SUA POSICAO.
      **************************************************************
       8400-RESERVAR-CARTEIRA.

           IF WRK-ESTOQUEP-ABERTO
               PERFORM 7850-REALOCAR-RESERVAS
               MOVE WRK-NUMERO-BUSCA TO PDV-NUMERO
               READ PEDVENDA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8410-EXIBIR-RESERVA
               END-READ
           END-IF.

       8410-EXIBIR-RESERVA.

           IF PDV-ABERTO OR PDV-PARCIAL
               COMPUTE WRK-BACKORDER = PDV-QTD-PEDIDA
                   - PDV-QTD-FATURADA - PDV-QTD-RESERVADA
               DISPLAY 'RESERVADO..: ' PDV-QTD-RESERVADA
                   '  EM BACKORDER: ' WRK-BACKORDER
           END-IF.

           MOVE PDV-CODPRODUTO TO EST-CODIGO.
           READ ESTOQUEP-FILE
               INVALID KEY
                   DISPLAY 'PRODUTO SEM REGISTRO DE ESTOQUE.'
               NOT INVALID KEY
                   COMPUTE WRK-DISPONIVEL = EST-SALDO - EST-RESERVADO
                   MOVE WRK-DISPONIVEL TO WRK-DISPONIVEL-ED
                   DISPLAY 'DISPONIVEL PARA PROMETER: '
                       WRK-DISPONIVEL-ED
           END-READ.

       COPY CPYPRDPR.
       COPY CPYRSVPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
