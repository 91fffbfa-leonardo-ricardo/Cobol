       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGOVDM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ENTRADA E MANUTENCAO DE ORCAMENTOS DE VENDA
      **    (ORCVENDA), NOS MOLDES DA MANUTENCAO DE PEDIDOS
      **    (PROGPDVM) E COM AS MESMAS VALIDACOES: CLIENTE
      **    CADASTRADO E ATIVO (CLIENTE), PRODUTO CADASTRADO E ATIVO
      **    NO CATALOGO (PRODUTO) E QUANTIDADE MAIOR QUE ZERO. O
      **    VALOR UNITARIO E O DA LISTA DE PRECOS (PRECOTAB) EM
      **    VIGOR NA DATA DO ORCAMENTO OU, SEM PERIODO EM VIGOR, O
      **    PRECO DE TABELA DO CATALOGO. O NUMERO DO ORCAMENTO E
      **    ATRIBUIDO AUTOMATICAMENTE (MAIOR NUMERO + 1) E A DATA DE
      **    VALIDADE E A DO ORCAMENTO MAIS OS DIAS INFORMADOS
      **    (PADRAO 30). O ACEITE DO CLIENTE GERA O PEDIDO DE VENDA
      **    (PEDVENDA) COM O PRECO ORCADO E MARCA O ORCAMENTO COMO
      **    ACEITO; O ORCAMENTO TAMBEM PODE SER DADO COMO PERDIDO. A
      **    EXPIRACAO DOS VENCIDOS FICA NO PROGOVDB E A TAXA DE
      **    CONVERSAO POR VENDEDOR NO PROGOVDR.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O PEDIDO GERADO NO ACEITE NASCE SEM
      **               RESERVA E, COM O ESTOQUE DE PRODUTOS
      **               (ESTOQUEP) PRESENTE, AS RESERVAS DA CARTEIRA
      **               SAO REALOCADAS (CPYRSVPR), COMO NA INCLUSAO
      **               DE PEDIDO PELO PROGPDVM.
      **  15/10/2026 LR - O CLIENTE DO ORCAMENTO PASSA A SER
      **               INFORMADO PELO TIPO DE PESSOA (F/J) E PELO
      **               DOCUMENTO (CPF OU CNPJ), NA CHAVE DO CADASTRO
      **               DE CLIENTES, E SEGUE ASSIM PARA O PEDIDO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYOVDSL.
           COPY CPYPDVSL.
           COPY CPYESTSL.
           COPY CPYCLISL.
           COPY CPYPRDSL.
           COPY CPYPRLSL.
           COPY CPYVDRSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYOVDFD.
       COPY CPYPDVFD.
       COPY CPYESTFD.
       COPY CPYCLIFD.
       COPY CPYPRDFD.
       COPY CPYPRLFD.
       COPY CPYVDRFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-ORCVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTOQUEP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ORCVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ORCVENDA-ABERTO            VALUE 'S'.
       77  WRK-PEDVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PEDVENDA-ABERTO            VALUE 'S'.
       77  WRK-ESTOQUEP-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-ESTOQUEP-ABERTO            VALUE 'S'.
       77  WRK-CLIENTE-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO             VALUE 'S'.
       77  WRK-VARRE-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-VARRE-FIM                  VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-PROX-NUMERO        PIC 9(08) VALUE 1.
       77  WRK-PROX-PEDIDO        PIC 9(08) VALUE 1.
       77  WRK-NUMERO-BUSCA       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-VALIDADE      PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-PADRAO        PIC 9(03) VALUE 30.
       77  WRK-DATA-VALIDADE      PIC 9(08) VALUE ZEROS.
       77  WRK-PRECO-ORCADO       PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PRECO-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-OVD-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-OVD-ACHOU                  VALUE 'S'.
       77  WRK-ORCAMENTO-VALIDO-SW PIC X(01) VALUE 'S'.
           88  WRK-ORCAMENTO-VALIDO         VALUE 'S'.
           88  WRK-ORCAMENTO-INVALIDO       VALUE 'N'.
       01  WRK-DATAHOJE.
           05  WRK-DATAHOJE-ANO   PIC 9(04) VALUE ZEROS.
           05  WRK-DATAHOJE-MES   PIC 9(02) VALUE ZEROS.
           05  WRK-DATAHOJE-DIA   PIC 9(02) VALUE ZEROS.
       01  WRK-ENTRADA-INF.
           05  WRK-INF-CLIENTE.
               10  WRK-INF-TIPO-PESSOA PIC X(01) VALUE 'F'.
               10  WRK-INF-DOC-CLIENTE PIC 9(14) VALUE ZEROS.
           05  WRK-INF-CODVEND    PIC 9(04) VALUE ZEROS.
           05  WRK-INF-VENDEDOR   PIC X(30) VALUE SPACES.
           05  WRK-INF-CODPROD    PIC X(08) VALUE SPACES.
           05  WRK-INF-UF         PIC X(02) VALUE SPACES.
           05  WRK-INF-FILIAL     PIC 9(02) VALUE ZEROS.
           05  WRK-INF-QTD        PIC 9(05) VALUE ZEROS.
           05  WRK-INF-PARCELAS   PIC 9(02) VALUE ZEROS.
       COPY CPYPRDTB.
       COPY CPYPRLTB.
       COPY CPYVDRTB.
       COPY CPYRSVWS.
       COPY CPYDTSWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYDOCWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-DATAHOJE FROM DATE YYYYMMDD.
           MOVE 'MO'       TO MSK-FUNCAO.
           MOVE SPACES     TO MSK-USUARIO.
           MOVE 'PROGOVDM' TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.
           PERFORM 7800-CARREGAR-TABELA-PRODUTO.
           PERFORM 7820-CARREGAR-TABELA-PRECOS.
           PERFORM 7600-CARREGAR-VENDEDORES.

           OPEN INPUT CLIENTE-FILE.
           IF WRK-CLIENTE-STATUS = '00'
               SET WRK-CLIENTE-ABERTO TO TRUE
           END-IF.

           OPEN I-O ORCVENDA-FILE.
           IF WRK-ORCVENDA-STATUS = '35'
               CLOSE ORCVENDA-FILE
               OPEN OUTPUT ORCVENDA-FILE
               CLOSE ORCVENDA-FILE
               OPEN I-O ORCVENDA-FILE
           END-IF.
           IF WRK-ORCVENDA-STATUS NOT = '00'
               MOVE 'PROGOVDM'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-ORCVENDA-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE ORCAMENTOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-ORCVENDA-ABERTO TO TRUE
               PERFORM 8000-DERIVAR-PROXIMO-NUMERO
           END-IF.

           OPEN I-O PEDVENDA-FILE.
           IF WRK-PEDVENDA-STATUS = '35'
               CLOSE PEDVENDA-FILE
               OPEN OUTPUT PEDVENDA-FILE
               CLOSE PEDVENDA-FILE
               OPEN I-O PEDVENDA-FILE
           END-IF.
           IF WRK-PEDVENDA-STATUS NOT = '00'
               MOVE 'PROGOVDM'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-PEDVENDA-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O CADASTRO DE PEDIDOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-PEDVENDA-ABERTO TO TRUE
               PERFORM 8020-DERIVAR-PROXIMO-PEDIDO
               OPEN I-O ESTOQUEP-FILE
               IF WRK-ESTOQUEP-STATUS = '00'
                   SET WRK-ESTOQUEP-ABERTO TO TRUE
               END-IF
           END-IF.

           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (I=INCLUIR A=ACEITAR P=PERDIDO '
               'Q=CONSULTAR FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'I'
                   PERFORM 0210-INCLUIR-ORCAMENTO
               WHEN 'A'
                   PERFORM 0220-ACEITAR-ORCAMENTO
               WHEN 'P'
                   PERFORM 0230-PERDER-ORCAMENTO
               WHEN 'Q'
                   PERFORM 0240-CONSULTAR-ORCAMENTO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** INCLUSAO DE UM ORCAMENTO: CLIENTE, VENDEDOR E PRODUTO
      ** VALIDADOS, PRECO DA LISTA EM VIGOR NA DATA (OU DO
      ** CATALOGO), VALIDADE PELO PROGDATA E SITUACAO ABERTA.
      **************************************************************
       0210-INCLUIR-ORCAMENTO.

           PERFORM 8200-ACEITAR-DADOS.
           PERFORM 8100-VALIDAR-ORCAMENTO.

           IF WRK-ORCAMENTO-VALIDO
               MOVE WRK-PRD-PRECO   TO WRK-PRECO-ORCADO
               MOVE WRK-INF-CODPROD TO WRK-PRL-CODIGO
               MOVE WRK-DATAHOJE    TO WRK-PRL-DATA
               PERFORM 7830-BUSCAR-PRECO-VIGENTE
               IF WRK-PRL-ACHOU
                   MOVE WRK-PRL-PRECO TO WRK-PRECO-ORCADO
               END-IF

               MOVE 'AD'              TO DTS-FUNCAO
               MOVE WRK-DATAHOJE      TO DTS-DATA1
               MOVE WRK-DIAS-VALIDADE TO DTS-DIAS
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL     TO WRK-DATA-VALIDADE

               MOVE WRK-PROX-NUMERO   TO OVD-NUMERO
               MOVE WRK-INF-CLIENTE   TO OVD-CLIENTE
               MOVE WRK-INF-CODVEND   TO OVD-CODVENDEDOR
               MOVE WRK-INF-VENDEDOR  TO OVD-VENDEDOR
               MOVE WRK-INF-CODPROD   TO OVD-CODPRODUTO
               MOVE WRK-PRD-DESCRICAO TO OVD-PRODUTO
               MOVE WRK-INF-UF        TO OVD-UF-DESTINO
               MOVE WRK-INF-FILIAL    TO OVD-FILIAL
               MOVE WRK-DATAHOJE      TO OVD-DATA-ORCAMENTO
               MOVE WRK-DATA-VALIDADE TO OVD-DATA-VALIDADE
               MOVE WRK-INF-QTD       TO OVD-QTD
               MOVE WRK-PRECO-ORCADO  TO OVD-VALOR-UNIT
               MOVE WRK-INF-PARCELAS  TO OVD-PARCELAS
               SET OVD-ABERTO         TO TRUE
               MOVE ZEROS             TO OVD-NUMERO-PEDIDO
               MOVE WRK-DATAHOJE      TO OVD-DATA-SITUACAO
               WRITE ORCVENDA-REG
                   INVALID KEY
                       DISPLAY 'NUMERO DE ORCAMENTO JA EXISTENTE.'
                   NOT INVALID KEY
                       MOVE WRK-PRECO-ORCADO TO WRK-PRECO-ED
                       DISPLAY 'ORCAMENTO INCLUIDO COM O NUMERO '
                           WRK-PROX-NUMERO
                       DISPLAY 'PRECO UNITARIO: ' WRK-PRECO-ED
                           '  VALIDO ATE: ' WRK-DATA-VALIDADE
                       ADD 1 TO WRK-PROX-NUMERO
               END-WRITE
           END-IF.

      **************************************************************
      ** ACEITE DO CLIENTE: SO ORCAMENTO ABERTO E DENTRO DA
      ** VALIDADE (VENCIDO E MARCADO EXPIRADO NA HORA). CLIENTE E
      ** PRODUTO SAO REVALIDADOS, POIS PODEM TER SIDO INATIVADOS
      ** DEPOIS DO ORCAMENTO. O PEDIDO E GERADO COM O PRECO ORCADO E
      ** O NUMERO DO PEDIDO FICA GRAVADO NO ORCAMENTO.
      **************************************************************
       0220-ACEITAR-ORCAMENTO.

           PERFORM 8300-BUSCAR-ORCAMENTO.

           IF WRK-OVD-ACHOU
               IF NOT OVD-ABERTO
                   DISPLAY 'ORCAMENTO NAO ESTA ABERTO (SITUACAO '
                       OVD-SITUACAO ').'
               ELSE
                   IF WRK-DATAHOJE > OVD-DATA-VALIDADE
                       SET OVD-EXPIRADO  TO TRUE
                       MOVE WRK-DATAHOJE TO OVD-DATA-SITUACAO
                       REWRITE ORCVENDA-REG
                       MOVE OVD-CLIENTE       TO WRK-INF-CLIENTE
                       MOVE 'OVD-VALIDADE' TO EXC-CAMPO
                       MOVE OVD-DATA-VALIDADE TO EXC-VALOR
                       MOVE 'ORCAMENTO VENCIDO NO ACEITE'
                           TO EXC-MOTIVO
                       PERFORM 8110-GRAVAR-EXCECAO-ORCAMENTO
                       DISPLAY 'ORCAMENTO VENCIDO EM '
                           OVD-DATA-VALIDADE ' - MARCADO EXPIRADO.'
                   ELSE
                       PERFORM 0225-GERAR-PEDIDO
                   END-IF
               END-IF
           END-IF.

       0225-GERAR-PEDIDO.

           MOVE OVD-CLIENTE     TO WRK-INF-CLIENTE.
           MOVE OVD-CODVENDEDOR TO WRK-INF-CODVEND.
           MOVE OVD-VENDEDOR    TO WRK-INF-VENDEDOR.
           MOVE OVD-CODPRODUTO  TO WRK-INF-CODPROD.
           MOVE OVD-UF-DESTINO  TO WRK-INF-UF.
           MOVE OVD-FILIAL      TO WRK-INF-FILIAL.
           MOVE OVD-QTD         TO WRK-INF-QTD.
           MOVE OVD-PARCELAS    TO WRK-INF-PARCELAS.
           PERFORM 8100-VALIDAR-ORCAMENTO.

           IF WRK-ORCAMENTO-VALIDO
               MOVE WRK-PROX-PEDIDO   TO PDV-NUMERO
               MOVE OVD-CLIENTE       TO PDV-CLIENTE
               MOVE OVD-CODVENDEDOR   TO PDV-CODVENDEDOR
               MOVE OVD-VENDEDOR      TO PDV-VENDEDOR
               MOVE OVD-CODPRODUTO    TO PDV-CODPRODUTO
               MOVE OVD-PRODUTO       TO PDV-PRODUTO
               MOVE OVD-UF-DESTINO    TO PDV-UF-DESTINO
               MOVE OVD-FILIAL        TO PDV-FILIAL
               MOVE WRK-DATAHOJE      TO PDV-DATA-PEDIDO
               MOVE OVD-QTD           TO PDV-QTD-PEDIDA
               MOVE ZEROS             TO PDV-QTD-FATURADA
               MOVE OVD-VALOR-UNIT    TO PDV-VALOR-UNIT
               MOVE OVD-PARCELAS      TO PDV-PARCELAS
               MOVE ZEROS             TO PDV-QTD-RESERVADA
               SET PDV-ABERTO         TO TRUE
               WRITE PEDVENDA-REG
                   INVALID KEY
                       DISPLAY 'NUMERO DE PEDIDO JA EXISTENTE.'
                   NOT INVALID KEY
                       SET OVD-ACEITO         TO TRUE
                       MOVE WRK-PROX-PEDIDO   TO OVD-NUMERO-PEDIDO
                       MOVE WRK-DATAHOJE      TO OVD-DATA-SITUACAO
                       REWRITE ORCVENDA-REG
                       DISPLAY 'ORCAMENTO ACEITO - PEDIDO INCLUIDO '
                           'COM O NUMERO ' WRK-PROX-PEDIDO
                       ADD 1 TO WRK-PROX-PEDIDO
                       IF WRK-ESTOQUEP-ABERTO
                           PERFORM 7850-REALOCAR-RESERVAS
                           DISPLAY 'RESERVAS DA CARTEIRA REALOCADAS.'
                       END-IF
               END-WRITE
           END-IF.

       0230-PERDER-ORCAMENTO.

           PERFORM 8300-BUSCAR-ORCAMENTO.

           IF WRK-OVD-ACHOU
               IF NOT OVD-ABERTO
                   DISPLAY 'ORCAMENTO NAO ESTA ABERTO (SITUACAO '
                       OVD-SITUACAO ').'
               ELSE
                   SET OVD-PERDIDO   TO TRUE
                   MOVE WRK-DATAHOJE TO OVD-DATA-SITUACAO
                   REWRITE ORCVENDA-REG
                   DISPLAY 'ORCAMENTO MARCADO COMO PERDIDO.'
               END-IF
           END-IF.

       0240-CONSULTAR-ORCAMENTO.

           PERFORM 8300-BUSCAR-ORCAMENTO.

           IF WRK-OVD-ACHOU
               MOVE OVD-VALOR-UNIT TO WRK-PRECO-ED
               MOVE OVD-CLIENTE TO WRK-DOC-CHAVE
               PERFORM 7955-FORMATAR-DOC-MASCARADO
               DISPLAY 'CLIENTE....: ' WRK-DOC-ROTULO ' '
                   WRK-DOC-FORMATADO
               DISPLAY 'VENDEDOR...: ' OVD-CODVENDEDOR ' '
                   OVD-VENDEDOR
               DISPLAY 'PRODUTO....: ' OVD-CODPRODUTO ' '
                   OVD-PRODUTO
               DISPLAY 'QUANTIDADE.: ' OVD-QTD
                   '  PRECO UNIT.: ' WRK-PRECO-ED
               DISPLAY 'EMISSAO....: ' OVD-DATA-ORCAMENTO
                   '  VALIDADE: ' OVD-DATA-VALIDADE
               DISPLAY 'SITUACAO...: ' OVD-SITUACAO
                   '  EM: ' OVD-DATA-SITUACAO
               IF OVD-ACEITO
                   DISPLAY 'PEDIDO.....: ' OVD-NUMERO-PEDIDO
               END-IF
           END-IF.

       0300-FINALIZAR.

           IF WRK-ORCVENDA-ABERTO
               CLOSE ORCVENDA-FILE
           END-IF.
           IF WRK-PEDVENDA-ABERTO
               CLOSE PEDVENDA-FILE
           END-IF.
           IF WRK-ESTOQUEP-ABERTO
               CLOSE ESTOQUEP-FILE
           END-IF.
           IF WRK-CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** DERIVA O PROXIMO NUMERO LIVRE DE ORCAMENTO E DE PEDIDO:
      ** VARRE CADA CADASTRO PELA CHAVE E GUARDA O MAIOR NUMERO + 1.
      **************************************************************
       8000-DERIVAR-PROXIMO-NUMERO.

           MOVE 1   TO WRK-PROX-NUMERO.
           MOVE 'N' TO WRK-VARRE-FIM-SW.

           MOVE ZEROS TO OVD-NUMERO.
           START ORCVENDA-FILE KEY IS NOT LESS THAN OVD-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 8010-VARRER-NUMEROS UNTIL WRK-VARRE-FIM.

       8010-VARRER-NUMEROS.

           READ ORCVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   COMPUTE WRK-PROX-NUMERO = OVD-NUMERO + 1
           END-READ.

       8020-DERIVAR-PROXIMO-PEDIDO.

           MOVE 1   TO WRK-PROX-PEDIDO.
           MOVE 'N' TO WRK-VARRE-FIM-SW.

           MOVE ZEROS TO PDV-NUMERO.
           START PEDVENDA-FILE KEY IS NOT LESS THAN PDV-NUMERO
               INVALID KEY SET WRK-VARRE-FIM TO TRUE
           END-START.

           PERFORM 8030-VARRER-PEDIDOS UNTIL WRK-VARRE-FIM.

       8030-VARRER-PEDIDOS.

           READ PEDVENDA-FILE NEXT RECORD
               AT END
                   SET WRK-VARRE-FIM TO TRUE
               NOT AT END
                   COMPUTE WRK-PROX-PEDIDO = PDV-NUMERO + 1
           END-READ.

      **************************************************************
      ** VALIDACOES DO ORCAMENTO, AS MESMAS DO PEDIDO (PROGPDVM):
      ** CLIENTE EXISTENTE E ATIVO, PRODUTO EXISTENTE E ATIVO NO
      ** CATALOGO E QUANTIDADE MAIOR QUE ZERO; COM O CADASTRO DE
      ** VENDEDORES CARREGADO, O VENDEDOR TAMBEM DEVE EXISTIR. CADA
      ** REJEICAO E DESVIADA PARA O RELATORIO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-ORCAMENTO.

           SET WRK-ORCAMENTO-VALIDO TO TRUE.

           IF WRK-CLIENTE-ABERTO
               MOVE WRK-INF-CLIENTE TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       SET WRK-ORCAMENTO-INVALIDO TO TRUE
                       MOVE 'WRK-INF-CLIENTE' TO EXC-CAMPO
                       MOVE WRK-INF-CLIENTE   TO EXC-VALOR
                       MOVE 'CLIENTE NAO CADASTRADO' TO EXC-MOTIVO
                       PERFORM 8110-GRAVAR-EXCECAO-ORCAMENTO
                       DISPLAY 'CLIENTE NAO CADASTRADO.'
                   NOT INVALID KEY
                       IF CLI-INATIVO
                           SET WRK-ORCAMENTO-INVALIDO TO TRUE
                           MOVE 'CLI-SITUACAO' TO EXC-CAMPO
                           MOVE CLI-SITUACAO   TO EXC-VALOR
                           MOVE 'CLIENTE INATIVO' TO EXC-MOTIVO
                           PERFORM 8110-GRAVAR-EXCECAO-ORCAMENTO
                           DISPLAY 'CLIENTE INATIVO.'
                       END-IF
               END-READ
           END-IF.

           IF WRK-TAB-VDR-QTD > ZEROS
               MOVE WRK-INF-CODVEND TO WRK-VDR-CODIGO
               PERFORM 7620-BUSCAR-VENDEDOR
               IF WRK-VDR-ACHOU
                   MOVE WRK-VDR-NOME TO WRK-INF-VENDEDOR
               ELSE
                   SET WRK-ORCAMENTO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-CODVEND' TO EXC-CAMPO
                   MOVE WRK-INF-CODVEND   TO EXC-VALOR
                   MOVE 'VENDEDOR NAO CADASTRADO' TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-ORCAMENTO
                   DISPLAY 'VENDEDOR NAO CADASTRADO.'
               END-IF
           END-IF.

           MOVE WRK-INF-CODPROD TO WRK-PRD-CODIGO.
           PERFORM 7810-BUSCAR-PRODUTO.
           IF NOT WRK-PRD-ACHOU
               SET WRK-ORCAMENTO-INVALIDO TO TRUE
               MOVE 'WRK-INF-CODPROD' TO EXC-CAMPO
               MOVE WRK-INF-CODPROD   TO EXC-VALOR
               MOVE 'PRODUTO NAO CADASTRADO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-ORCAMENTO
               DISPLAY 'PRODUTO NAO CADASTRADO.'
           ELSE
               IF NOT WRK-PRD-ATIVO
                   SET WRK-ORCAMENTO-INVALIDO TO TRUE
                   MOVE 'WRK-INF-CODPROD' TO EXC-CAMPO
                   MOVE WRK-INF-CODPROD   TO EXC-VALOR
                   MOVE 'PRODUTO INATIVO NO CATALOGO' TO EXC-MOTIVO
                   PERFORM 8110-GRAVAR-EXCECAO-ORCAMENTO
                   DISPLAY 'PRODUTO INATIVO.'
               END-IF
           END-IF.

           IF WRK-INF-QTD = ZEROS
               SET WRK-ORCAMENTO-INVALIDO TO TRUE
               MOVE 'WRK-INF-QTD' TO EXC-CAMPO
               MOVE WRK-INF-QTD   TO EXC-VALOR
               MOVE 'QUANTIDADE ORCADA ZERADA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-ORCAMENTO
               DISPLAY 'QUANTIDADE INVALIDA.'
           END-IF.

       8110-GRAVAR-EXCECAO-ORCAMENTO.

           MOVE 'PROGOVDM'  TO EXC-PROGRAMA.
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
           MOVE SPACES TO WRK-INF-VENDEDOR.
           IF WRK-TAB-VDR-QTD = ZEROS
               DISPLAY 'NOME DO VENDEDOR..'
               ACCEPT WRK-INF-VENDEDOR FROM CONSOLE
           END-IF.
           DISPLAY 'CODIGO DO PRODUTO..'.
           ACCEPT WRK-INF-CODPROD FROM CONSOLE.
           DISPLAY 'UF DE DESTINO..'.
           ACCEPT WRK-INF-UF FROM CONSOLE.
           DISPLAY 'FILIAL (01=MATRIZ)..'.
           ACCEPT WRK-INF-FILIAL FROM CONSOLE.
           IF WRK-INF-FILIAL NOT NUMERIC
               OR WRK-INF-FILIAL = ZEROS
               MOVE 1 TO WRK-INF-FILIAL
           END-IF.
           DISPLAY 'QUANTIDADE ORCADA..'.
           ACCEPT WRK-INF-QTD FROM CONSOLE.
           DISPLAY 'PARCELAS DO FATURAMENTO (1-12, ZERO = 1)..'.
           ACCEPT WRK-INF-PARCELAS FROM CONSOLE.
           IF WRK-INF-PARCELAS NOT NUMERIC
               OR WRK-INF-PARCELAS = ZEROS
               MOVE 1 TO WRK-INF-PARCELAS
           END-IF.
           IF WRK-INF-PARCELAS > 12
               DISPLAY 'MAXIMO DE 12 PARCELAS - ASSUMIDO 12.'
               MOVE 12 TO WRK-INF-PARCELAS
           END-IF.
           DISPLAY 'VALIDADE EM DIAS (ZERO = ' WRK-DIAS-PADRAO ')..'.
           ACCEPT WRK-DIAS-VALIDADE FROM CONSOLE.
           IF WRK-DIAS-VALIDADE NOT NUMERIC
               OR WRK-DIAS-VALIDADE = ZEROS
               MOVE WRK-DIAS-PADRAO TO WRK-DIAS-VALIDADE
           END-IF.

       8300-BUSCAR-ORCAMENTO.

           MOVE 'N' TO WRK-OVD-ACHOU-SW.
           DISPLAY 'NUMERO DO ORCAMENTO..'.
           ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE.
           MOVE WRK-NUMERO-BUSCA TO OVD-NUMERO.

           READ ORCVENDA-FILE
               INVALID KEY
                   DISPLAY 'ORCAMENTO NAO ENCONTRADO.'
               NOT INVALID KEY
                   SET WRK-OVD-ACHOU TO TRUE
           END-READ.

       COPY CPYPRDPR.
       COPY CPYPRLPR.
       COPY CPYVDRPR.
       COPY CPYRSVPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYDOCPR.
       COPY CPYDMKPR.
