      **               NO ABENDLOG) SEM GERAR TITULO NEM REGRAVAR OU
      **               ESVAZIAR NADA, EM VEZ DE DESCARTAR EM
      **               SILENCIO OS DESCONTOS ALEM DA CAPACIDADE.
      **  15/10/2026 LR - A NOTA DE FORNECEDOR (FORNFAT) TRAZ O ICMS
      **               DESTACADO, GRAVADO NO TITULO (CPG-ICMS-
      **               CREDITO) PARA A APURACAO MENSAL (PROGAPUB).
      **  15/10/2026 LR - CONFERENCIA DA NOTA DE FORNECEDOR CONTRA O
      **               PEDIDO DE COMPRA (OCOMPRA, OU OCPHIST SE JA
      **               FECHADO) E O RECEBIMENTO ANTES DO TITULO: A
      **               QUANTIDADE FATURADA NAO PODE PASSAR DA PEDIDA
      **               NEM DA RECEBIDA E TEM DE SER A DA ENTREGA, E O
      **               VALOR TEM DE BATER COM QUANTIDADE X PRECO
      **               COMBINADO DENTRO DA TOLERANCIA. NOTA DIVERGENTE
      **               VIRA TITULO BLOQUEADO ('B'), SAI NO RELATORIO
      **               DE DIVERGENCIAS (DIVREL) PARA COMPRAS E ENTRA
      **               NA FILA PENDAPRV (TIPO 'L') PARA A LIBERACAO
      **               DO SUPERVISOR NO PROGAPRV.
      **  15/10/2026 LR - TITULO GERADO NASCE SEM OCORRENCIA E MOTIVO
      **               DE DEVOLUCAO BANCARIA (CAMPOS NOVOS DO CONTAPAG,
      **               PREENCHIDOS PELO RETORNO DE PAGAMENTOS PROGPRET).
      **  15/10/2026 LR - RETENCAO NA FONTE NA NOTA DE PRESTADOR DE
      **               SERVICO (FORNECED TIPO 'S'): O TITULO DO
      **               PRESTADOR SAI PELO VALOR LIQUIDO E CADA IMPOSTO
      **               RETIDO (IRRF, ISS, INSS E PIS/COFINS/CSLL) VIRA
      **               UM TITULO 'T' PARA O ORGAO, COM O VENCIMENTO
      **               LEGAL; AS RETENCOES VAO PARA O HISTORICO
      **               RETHIST (RELATORIO MENSAL PROGRETR) E PARA O
      **               RAZAO NAS CONTAS DE IMPOSTO RETIDO. A NOTA DE
      **               SERVICO NAO PASSA PELA CONFERENCIA COM O PEDIDO.
      **  15/10/2026 LR - HISTORICO OCPHIST ACOMPANHA O LAYOUT NOVO DO
      **               PEDIDO (DATA DA ULTIMA ENTREGA E ENTREGAS
      **               PARCIAIS).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           SELECT OCPHIST-FILE ASSIGN TO "OCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OCPHIST-STATUS.
           SELECT DIVREL-FILE ASSIGN TO "DIVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIVREL-STATUS.
           SELECT PENDAPRV-FILE ASSIGN TO "PENDAPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDAPRV-STATUS.
           COPY CPYOCPSL.
           COPY CPYFORSL.
           COPY CPYRTHSL.
           COPY CPYCPGSL.
           COPY CPYTRPSL.
           COPY CPYEXCSL.
               10  FFA-VCT-MES    PIC 9(02).
               10  FFA-VCT-DIA    PIC 9(02).
           05  FFA-VALOR          PIC 9(09)V99.
           05  FFA-ICMS           PIC 9(09)V99.
           05  FFA-OCOMPRA        PIC 9(06).
           05  FFA-QTD-FATURADA   PIC 9(05).
           05  FFA-QTD-RECEBIDA   PIC 9(05).

       FD  FRETDESC-FILE.
       01  FRETDESC-REG.
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).

       FD  OCPHIST-FILE.
       01  OCPHIST-REG            PIC X(59).

       FD  DIVREL-FILE.
       01  DIVREL-LINHA           PIC X(90).

       FD  PENDAPRV-FILE.
       01  PENDAPRV-REG.
           05  PDA-TIPO           PIC X(01).
           05  PDA-DATA           PIC 9(08).
           05  PDA-HORA           PIC 9(06).
           05  PDA-SOLICITANTE    PIC X(20).
           05  PDA-CHAVE          PIC X(20).
           05  PDA-SITUACAO       PIC X(01).
           05  PDA-APROVADOR      PIC X(20).
           05  PDA-IMAGEM         PIC X(120).
       COPY CPYOCPFD.
       COPY CPYFORFD.
       COPY CPYRTHFD.
       COPY CPYCPGFD.
       COPY CPYTRPFD.
       COPY CPYEXCFD.
       77  WRK-CPAGREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAPAG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OCOMPRA-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-OCPHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-DIVREL-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PENDAPRV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FORNECED-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-RETHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-BUSCA-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-BUSCA-FIM                  VALUE 'S'.
       77  WRK-OCP-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-OCP-ACHOU                  VALUE 'S'.
       77  WRK-TITULO-GRAVADO-SW  PIC X(01) VALUE 'N'.
           88  WRK-TITULO-GRAVADO             VALUE 'S'.
       77  WRK-DIVERGENCIA        PIC X(40) VALUE SPACES.
       77  WRK-QTD-FATURADA       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENTREGUE       PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ESPERADO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-DIFERENCA          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOLERANCIA-PERC    PIC 9(03)V99 VALUE 2,00.
       77  WRK-TOLERANCIA-VALOR   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-BLOQUEADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BLOQUEADO    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CHAVE-TITULO       PIC X(20) VALUE SPACES.
       01  WRK-PEDIDO-CONFERIDO.
           05  WRK-PED-QTD-PEDIDA   PIC 9(05) VALUE ZEROS.
           05  WRK-PED-QTD-RECEBIDA PIC 9(05) VALUE ZEROS.
           05  WRK-PED-PRECO        PIC 9(07)V99 VALUE ZEROS.
       01  WRK-OCPHIST-AREA.
           05  HIS-NUMERO         PIC 9(06).
           05  HIS-DATA           PIC 9(08).
           05  HIS-FORNECEDOR     PIC 9(04).
           05  HIS-MATERIAL       PIC X(10).
           05  HIS-QTD-PEDIDA     PIC 9(05).
           05  HIS-QTD-RECEBIDA   PIC 9(05).
           05  HIS-SITUACAO       PIC X(01).
           05  HIS-PRECO-UNIT     PIC 9(07)V99.
           05  HIS-DATA-ENTREGA   PIC 9(08).
           05  HIS-QTD-PARCIAIS   PIC 9(03).
      *    LIBERACAO DE TITULO BLOQUEADO (TIPO 'L'): IMAGEM LIDA
      *    PELO PROGAPRV
       01  WRK-LIB-AREA.
           05  LIB-NUMERO         PIC 9(08).
           05  LIB-FORNECEDOR     PIC X(14).
           05  LIB-DOCUMENTO      PIC X(10).
           05  LIB-OCOMPRA        PIC 9(06).
           05  LIB-VALOR          PIC 9(09)V99.
           05  LIB-MOTIVO         PIC X(40).
           05  FILLER             PIC X(31) VALUE SPACES.
       01  WRK-LINHA-DIVERGENCIA.
           05  WRK-LD-NUMERO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-FORNECEDOR  PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-OCOMPRA     PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-FATURADA    PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-PEDIDA      PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACES.
           05  WRK-LD-RECEBIDA    PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LD-ESPERADO    PIC ZZZ.ZZZ.ZZ9,99.
      *    RETENCAO NA FONTE DA NOTA DE PRESTADOR DE SERVICO
       77  WRK-FORNECED-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-FORNECED-ABERTO            VALUE 'S'.
       77  WRK-FOR-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-FOR-ACHOU                  VALUE 'S'.
       77  WRK-PRESTADOR-SW       PIC X(01) VALUE 'N'.
           88  WRK-PRESTADOR                  VALUE 'S'.
       77  WRK-ANTECIPA-SW        PIC X(01) VALUE 'N'.
           88  WRK-ANTECIPA                   VALUE 'S'.
       77  WRK-DIA-VENCTO         PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-VENCTO-FEDERAL PIC 9(02) VALUE 20.
       77  WRK-DIA-VENCTO-ISS     PIC 9(02) VALUE 10.
       77  WRK-RET-MINIMO         PIC 9(09)V99 VALUE 10,00.
       77  WRK-TITULO-NOTA        PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-RETIDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-RETENCOES      PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-RETENCOES    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CONTA-DEBITO       PIC 9(05) VALUE ZEROS.
       77  WRK-CONTA-CREDITO      PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-LANCTO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-HISTORICO          PIC X(30) VALUE SPACES.
       77  WRK-CONTA-COMPRAS      PIC 9(05) VALUE 41003.
       77  WRK-CONTA-A-PAGAR      PIC 9(05) VALUE 21003.
       77  WRK-CONTA-IRRF-RETIDO  PIC 9(05) VALUE 21017.
       77  WRK-CONTA-ISS-RETIDO   PIC 9(05) VALUE 21018.
       77  WRK-CONTA-INSS-RETIDO  PIC 9(05) VALUE 21019.
       77  WRK-CONTA-CSRF-RETIDO  PIC 9(05) VALUE 21020.
       01  WRK-PRESTADOR-AREA.
           05  WRK-PRE-NOME       PIC X(30) VALUE SPACES.
           05  WRK-PRE-COD-SERVICO PIC X(04) VALUE SPACES.
           05  WRK-PRE-ALIQUOTAS.
               10  WRK-ALQ-IRRF   PIC 9(02)V99 VALUE ZEROS.
               10  WRK-ALQ-ISS    PIC 9(02)V99 VALUE ZEROS.
               10  WRK-ALQ-INSS   PIC 9(02)V99 VALUE ZEROS.
               10  WRK-ALQ-PIS    PIC 9(02)V99 VALUE ZEROS.
               10  WRK-ALQ-COFINS PIC 9(02)V99 VALUE ZEROS.
               10  WRK-ALQ-CSLL   PIC 9(02)V99 VALUE ZEROS.
       01  WRK-RETENCOES.
           05  WRK-RET-IRRF       PIC 9(09)V99 VALUE ZEROS.
           05  WRK-RET-ISS        PIC 9(09)V99 VALUE ZEROS.
           05  WRK-RET-INSS       PIC 9(09)V99 VALUE ZEROS.
           05  WRK-RET-PIS        PIC 9(09)V99 VALUE ZEROS.
           05  WRK-RET-COFINS     PIC 9(09)V99 VALUE ZEROS.
           05  WRK-RET-CSLL       PIC 9(09)V99 VALUE ZEROS.
           05  WRK-RET-CSRF       PIC 9(09)V99 VALUE ZEROS.
       01  WRK-TOTAIS-RETIDOS.
           05  WRK-TOT-IRRF       PIC 9(09)V99 VALUE ZEROS.
           05  WRK-TOT-ISS        PIC 9(09)V99 VALUE ZEROS.
           05  WRK-TOT-INSS       PIC 9(09)V99 VALUE ZEROS.
           05  WRK-TOT-CSRF       PIC 9(09)V99 VALUE ZEROS.
       01  WRK-COMPETENCIA.
           05  WRK-CMP-ANOMES.
               10  WRK-CMP-ANO    PIC 9(04).
               10  WRK-CMP-MES    PIC 9(02).
           05  WRK-CMP-DIA        PIC 9(02).
       01  WRK-LINHA-MOTIVO.
           05  FILLER             PIC X(10) VALUE '  MOTIVO: '.
           05  WRK-LM-MOTIVO      PIC X(40).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LM-DOCUMENTO   PIC X(10).
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-FORN-FIM-SW        PIC X(01) VALUE 'N'.
           05  WRK-LT-VENCTO      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LT-SITUACAO    PIC X(01).
       COPY CPYTRPTB.
       COPY CPYCABWS.
       COPY CPYEXCWS.
               WRITE CPAGREL-LINHA
               MOVE 'NUMERO    T  FORNECEDOR      VENCTO    VALOR'
                   TO CPAGREL-LINHA
               MOVE 'S' TO CPAGREL-LINHA(57:1)
               WRITE CPAGREL-LINHA

               OPEN OUTPUT DIVREL-FILE
               MOVE 'DIVERGENCIAS NOTA X PEDIDO X RECEBIMENTO'
                   TO WRK-CAB-TITULO
               PERFORM 0900-MONTAR-CABECALHO-PADRAO
               WRITE DIVREL-LINHA FROM WRK-CAB-LINHA1
               WRITE DIVREL-LINHA FROM WRK-CAB-LINHA2
               MOVE SPACES TO DIVREL-LINHA
               WRITE DIVREL-LINHA
               MOVE 'TITULO    FORNECEDOR      PEDIDO   FAT   PED   REC'
                   TO DIVREL-LINHA
               MOVE 'VALOR NOTA    VALOR PEDIDO'
                   TO DIVREL-LINHA(58:26)
               WRITE DIVREL-LINHA

               OPEN EXTEND PENDAPRV-FILE
               IF WRK-PENDAPRV-STATUS = '05' OR '35'
                   CLOSE PENDAPRV-FILE
                   OPEN OUTPUT PENDAPRV-FILE
               END-IF

               OPEN INPUT FORNECED-FILE
               IF WRK-FORNECED-STATUS = '00'
                   SET WRK-FORNECED-ABERTO TO TRUE
               END-IF

               OPEN EXTEND RETHIST-FILE
               IF WRK-RETHIST-STATUS = '05' OR '35'
                   CLOSE RETHIST-FILE
                   OPEN OUTPUT RETHIST-FILE
               END-IF

               OPEN INPUT FRETAPAG-FILE
               IF WRK-FRETAPAG-STATUS = '35'
                   SET WRK-FIM TO TRUE
                       MOVE WRK-VENCTO       TO CPG-DATA-VENCTO
                       MOVE WRK-FRETE-RESTANTE TO CPG-VALOR
                       MOVE ZEROS            TO CPG-VALOR-PAGO
                       MOVE ZEROS            TO CPG-ICMS-CREDITO
                       MOVE SPACES           TO CPG-OCORRENCIA-DEV
                       MOVE SPACES           TO CPG-MOTIVO-DEV
                       SET CPG-ABERTO        TO TRUE
                       PERFORM 9300-GRAVAR-TITULO
                       ADD 1 TO WRK-QTD-FRETE
      ** UM TITULO POR NOTA DE FORNECEDOR DIGITADA (FORNFAT). A
      ** NOTA JA TRAZ O VENCIMENTO; VENCIMENTO INVALIDO OU VALOR
      ** ZERADO E DESVIADO PARA O RELATORIO DE EXCECOES E A NOTA
      ** NAO VIRA TITULO. A NOTA VALIDA E CONFERIDA CONTRA O PEDIDO
      ** E O RECEBIMENTO (0260): SE BATER, O TITULO NASCE ABERTO;
      ** SE DIVERGIR, NASCE BLOQUEADO E SO E PAGO APOS A LIBERACAO
      ** DO SUPERVISOR. A NOTA DE PRESTADOR DE SERVICO (FORNECED
      ** TIPO 'S', ACHADO PELO CNPJ) NAO TEM PEDIDO NEM RECEBIMENTO
      ** DE CHAPAS PARA CONFERIR: O TITULO NASCE ABERTO PELO VALOR
      ** LIQUIDO DAS RETENCOES NA FONTE (0280) E CADA IMPOSTO
      ** RETIDO VIRA UM TITULO PROPRIO (0290). RETENCAO QUE CONSOME
      ** A NOTA INTEIRA (PERFIL DE ALIQUOTAS ERRADO NO CADASTRO) E
      ** DESVIADA PARA O RELATORIO DE EXCECOES.
      **************************************************************
       0250-PROCESSAR-FORNECEDORES.

                   MOVE FORNFAT-REG      TO WRK-EXC-IMAGEM
                   PERFORM 9100-GRAVAR-EXCECAO
               WHEN OTHER
                   PERFORM 0255-GERAR-TITULO-NOTA
           END-EVALUATE.

           READ FORNFAT-FILE
               AT END SET WRK-FORN-FIM TO TRUE
           END-READ.

       0255-GERAR-TITULO-NOTA.

           PERFORM 8800-LOCALIZAR-PRESTADOR.
           IF WRK-PRESTADOR
               MOVE SPACES TO WRK-DIVERGENCIA
               PERFORM 0280-CALCULAR-RETENCOES
           ELSE
               PERFORM 0260-CONFERIR-NOTA
               MOVE ZEROS  TO WRK-RETENCOES
               MOVE ZEROS  TO WRK-TOTAL-RETIDO
           END-IF.

           IF WRK-PRESTADOR AND WRK-TOTAL-RETIDO NOT < FFA-VALOR
               MOVE 'PROGCPGB'      TO EXC-PROGRAMA
               MOVE FFA-FORNECEDOR  TO EXC-CHAVE
               MOVE 'FOR-RETENCAO'  TO EXC-CAMPO
               MOVE WRK-PRE-ALIQUOTAS TO EXC-VALOR
               MOVE 'RETENCOES IGUAIS OU ACIMA DO VALOR DA NOTA'
                   TO EXC-MOTIVO
               MOVE FORNFAT-REG     TO WRK-EXC-IMAGEM
               PERFORM 9100-GRAVAR-EXCECAO
           ELSE
               MOVE WRK-PROX-NUMERO  TO CPG-NUMERO
               MOVE FFA-FORNECEDOR   TO CPG-FORNECEDOR
               SET CPG-TIPO-FORNECEDOR TO TRUE
               MOVE FFA-DOCUMENTO    TO CPG-DOCUMENTO
               MOVE FFA-DATA-EMISSAO TO CPG-DATA-EMISSAO
               MOVE FFA-DATA-VENCTO  TO CPG-DATA-VENCTO
               COMPUTE CPG-VALOR = FFA-VALOR - WRK-TOTAL-RETIDO
               MOVE ZEROS            TO CPG-VALOR-PAGO
               IF FFA-ICMS IS NUMERIC
                   MOVE FFA-ICMS     TO CPG-ICMS-CREDITO
               ELSE
                   MOVE ZEROS        TO CPG-ICMS-CREDITO
               END-IF
               MOVE SPACES           TO CPG-OCORRENCIA-DEV
               MOVE SPACES           TO CPG-MOTIVO-DEV
               IF WRK-DIVERGENCIA = SPACES
                   SET CPG-ABERTO    TO TRUE
               ELSE
                   SET CPG-BLOQUEADO TO TRUE
               END-IF
               PERFORM 9300-GRAVAR-TITULO
               ADD 1 TO WRK-QTD-FORNEC
               IF WRK-TITULO-GRAVADO AND CPG-BLOQUEADO
                   PERFORM 0270-BLOQUEAR-TITULO
               END-IF
               IF WRK-TITULO-GRAVADO AND WRK-TOTAL-RETIDO > ZEROS
                   MOVE CPG-NUMERO TO WRK-TITULO-NOTA
                   PERFORM 0290-GERAR-TITULOS-RETENCAO
               END-IF
           END-IF.

      **************************************************************
      ** CONFERENCIA DE TRES VIAS DA NOTA: O PEDIDO DE COMPRA
      ** REFERENCIADO (OCOMPRA, OU O HISTORICO OCPHIST SE O PEDIDO
      ** JA FECHOU) DA A QUANTIDADE PEDIDA, A JA RECEBIDA E O PRECO
      ** COMBINADO POR CHAPA. A PRIMEIRA DIVERGENCIA ENCONTRADA
      ** FICA EM WRK-DIVERGENCIA (ESPACOS = NOTA CONFERIDA).
      **************************************************************
       0260-CONFERIR-NOTA.

           MOVE SPACES TO WRK-DIVERGENCIA.
           MOVE ZEROS  TO WRK-PEDIDO-CONFERIDO.
           MOVE ZEROS  TO WRK-VALOR-ESPERADO.
           IF FFA-QTD-FATURADA IS NUMERIC
               MOVE FFA-QTD-FATURADA TO WRK-QTD-FATURADA
           ELSE
               MOVE ZEROS TO WRK-QTD-FATURADA
           END-IF.
           IF FFA-QTD-RECEBIDA IS NUMERIC
               MOVE FFA-QTD-RECEBIDA TO WRK-QTD-ENTREGUE
           ELSE
               MOVE ZEROS TO WRK-QTD-ENTREGUE
           END-IF.

           IF FFA-OCOMPRA IS NOT NUMERIC OR FFA-OCOMPRA = ZEROS
               MOVE 'NOTA SEM PEDIDO DE COMPRA' TO WRK-DIVERGENCIA
           ELSE
               PERFORM 8700-LOCALIZAR-PEDIDO
               IF WRK-OCP-ACHOU
                   PERFORM 0265-COMPARAR-PEDIDO
               ELSE
                   MOVE 'PEDIDO DE COMPRA NAO ENCONTRADO'
                       TO WRK-DIVERGENCIA
               END-IF
           END-IF.

      **************************************************************
      ** QUANTIDADE EM CHAPAS CONFERIDA SEM TOLERANCIA; O VALOR DA
      ** NOTA PODE DIFERIR DE QUANTIDADE X PRECO COMBINADO EM ATE
      ** WRK-TOLERANCIA-PERC POR CENTO (ARREDONDAMENTO E IMPOSTO
      ** DESTACADO DE FORMA DIFERENTE PELO FORNECEDOR).
      **************************************************************
       0265-COMPARAR-PEDIDO.

           COMPUTE WRK-VALOR-ESPERADO =
               WRK-QTD-FATURADA * WRK-PED-PRECO.
           COMPUTE WRK-TOLERANCIA-VALOR ROUNDED =
               WRK-VALOR-ESPERADO * WRK-TOLERANCIA-PERC / 100.
           IF FFA-VALOR > WRK-VALOR-ESPERADO
               COMPUTE WRK-DIFERENCA = FFA-VALOR - WRK-VALOR-ESPERADO
           ELSE
               COMPUTE WRK-DIFERENCA = WRK-VALOR-ESPERADO - FFA-VALOR
           END-IF.

           EVALUATE TRUE
               WHEN WRK-QTD-FATURADA = ZEROS
                   MOVE 'NOTA SEM QUANTIDADE FATURADA'
                       TO WRK-DIVERGENCIA
               WHEN WRK-QTD-FATURADA > WRK-PED-QTD-PEDIDA
                   MOVE 'QTD FATURADA ACIMA DA PEDIDA'
                       TO WRK-DIVERGENCIA
               WHEN WRK-QTD-FATURADA > WRK-PED-QTD-RECEBIDA
                   MOVE 'QTD FATURADA ACIMA DA RECEBIDA'
                       TO WRK-DIVERGENCIA
               WHEN WRK-QTD-FATURADA NOT = WRK-QTD-ENTREGUE
                   MOVE 'QTD FATURADA DIFERENTE DA ENTREGA'
                       TO WRK-DIVERGENCIA
               WHEN WRK-PED-PRECO = ZEROS
                   MOVE 'PEDIDO SEM PRECO COMBINADO'
                       TO WRK-DIVERGENCIA
               WHEN WRK-DIFERENCA > WRK-TOLERANCIA-VALOR
                   MOVE 'VALOR FORA DA TOLERANCIA DO PEDIDO'
                       TO WRK-DIVERGENCIA
           END-EVALUATE.

      **************************************************************
      ** TITULO BLOQUEADO: LINHA NO RELATORIO DE DIVERGENCIAS PARA
      ** COMPRAS E PEDIDO DE LIBERACAO NA FILA DE QUATRO OLHOS
      ** (PENDAPRV, TIPO 'L', CHAVE NUMERO DO TITULO). O
      ** SOLICITANTE E O OPERADOR DO LOTE.
      **************************************************************
       0270-BLOQUEAR-TITULO.

           MOVE CPG-NUMERO           TO WRK-LD-NUMERO.
           MOVE CPG-FORNECEDOR       TO WRK-LD-FORNECEDOR.
           IF FFA-OCOMPRA IS NUMERIC
               MOVE FFA-OCOMPRA      TO WRK-LD-OCOMPRA
           ELSE
               MOVE ZEROS            TO WRK-LD-OCOMPRA
           END-IF.
           MOVE WRK-QTD-FATURADA     TO WRK-LD-FATURADA.
           MOVE WRK-PED-QTD-PEDIDA   TO WRK-LD-PEDIDA.
           MOVE WRK-PED-QTD-RECEBIDA TO WRK-LD-RECEBIDA.
           MOVE CPG-VALOR            TO WRK-LD-VALOR.
           MOVE WRK-VALOR-ESPERADO   TO WRK-LD-ESPERADO.
           WRITE DIVREL-LINHA FROM WRK-LINHA-DIVERGENCIA.
           MOVE WRK-DIVERGENCIA      TO WRK-LM-MOTIVO.
           MOVE CPG-DOCUMENTO        TO WRK-LM-DOCUMENTO.
           WRITE DIVREL-LINHA FROM WRK-LINHA-MOTIVO.

           MOVE CPG-NUMERO       TO LIB-NUMERO.
           MOVE CPG-FORNECEDOR   TO LIB-FORNECEDOR.
           MOVE CPG-DOCUMENTO    TO LIB-DOCUMENTO.
           MOVE WRK-LD-OCOMPRA   TO LIB-OCOMPRA.
           MOVE CPG-VALOR        TO LIB-VALOR.
           MOVE WRK-DIVERGENCIA  TO LIB-MOTIVO.
           MOVE SPACES           TO WRK-CHAVE-TITULO.
           MOVE CPG-NUMERO       TO WRK-CHAVE-TITULO(1:8).

           MOVE 'L' TO PDA-TIPO.
           ACCEPT PDA-DATA FROM DATE YYYYMMDD.
           ACCEPT PDA-HORA FROM TIME.
           IF WRK-LOTECAB-OPERADOR = SPACES
               MOVE 'PROGCPGB' TO PDA-SOLICITANTE
           ELSE
               MOVE WRK-LOTECAB-OPERADOR TO PDA-SOLICITANTE
           END-IF.
           MOVE WRK-CHAVE-TITULO TO PDA-CHAVE.
           MOVE 'P'              TO PDA-SITUACAO.
           MOVE SPACES           TO PDA-APROVADOR.
           MOVE WRK-LIB-AREA     TO PDA-IMAGEM.
           WRITE PENDAPRV-REG.

           ADD 1 TO WRK-QTD-BLOQUEADOS.
           ADD CPG-VALOR TO WRK-TOTAL-BLOQUEADO.

      **************************************************************
      ** RETENCOES NA FONTE DA NOTA DE PRESTADOR DE SERVICO, SOBRE
      ** O VALOR BRUTO, PELAS ALIQUOTAS DO PERFIL DO FORNECED. IRRF,
      ** INSS E O CONJUNTO PIS/COFINS/CSLL (UM DARF SO) DE ATE
      ** WRK-RET-MINIMO NAO SAO RETIDOS (DISPENSA LEGAL DE
      ** RECOLHIMENTO ABAIXO DE R$ 10,00); O ISS E SEMPRE RETIDO.
      **************************************************************
       0280-CALCULAR-RETENCOES.

           MOVE ZEROS TO WRK-RETENCOES.
           COMPUTE WRK-RET-IRRF ROUNDED =
               FFA-VALOR * WRK-ALQ-IRRF / 100.
           COMPUTE WRK-RET-ISS ROUNDED =
               FFA-VALOR * WRK-ALQ-ISS / 100.
           COMPUTE WRK-RET-INSS ROUNDED =
               FFA-VALOR * WRK-ALQ-INSS / 100.
           COMPUTE WRK-RET-PIS ROUNDED =
               FFA-VALOR * WRK-ALQ-PIS / 100.
           COMPUTE WRK-RET-COFINS ROUNDED =
               FFA-VALOR * WRK-ALQ-COFINS / 100.
           COMPUTE WRK-RET-CSLL ROUNDED =
               FFA-VALOR * WRK-ALQ-CSLL / 100.

           IF WRK-RET-IRRF NOT > WRK-RET-MINIMO
               MOVE ZEROS TO WRK-RET-IRRF
           END-IF.
           IF WRK-RET-INSS NOT > WRK-RET-MINIMO
               MOVE ZEROS TO WRK-RET-INSS
           END-IF.
           COMPUTE WRK-RET-CSRF =
               WRK-RET-PIS + WRK-RET-COFINS + WRK-RET-CSLL.
           IF WRK-RET-CSRF NOT > WRK-RET-MINIMO
               MOVE ZEROS TO WRK-RET-PIS
               MOVE ZEROS TO WRK-RET-COFINS
               MOVE ZEROS TO WRK-RET-CSLL
               MOVE ZEROS TO WRK-RET-CSRF
           END-IF.

           COMPUTE WRK-TOTAL-RETIDO = WRK-RET-IRRF + WRK-RET-ISS
               + WRK-RET-INSS + WRK-RET-CSRF.

      **************************************************************
      ** UM TITULO 'T' POR IMPOSTO RETIDO, A FAVOR DO ORGAO, COM O
      ** DOCUMENTO DA NOTA. COMPETENCIA E O MES DA EMISSAO DA NOTA
      ** (O DO LOTE SE A EMISSAO FOR INVALIDA). VENCIMENTOS LEGAIS
      ** NO MES SEGUINTE: IRRF, INSS E PIS/COFINS/CSLL NO DIA 20,
      ** ANTECIPADOS PARA O DIA UTIL ANTERIOR; ISS NO DIA 10,
      ** PRORROGADO PARA O PROXIMO DIA UTIL (REGRA MUNICIPAL).
      ** CADA IMPOSTO RETIDO E GRAVADO NO RETHIST (PIS, COFINS E
      ** CSLL EM SEPARADO, TODOS COM O MESMO TITULO).
      **************************************************************
       0290-GERAR-TITULOS-RETENCAO.

           MOVE FFA-DATA-EMISSAO TO WRK-COMPETENCIA.
           IF FFA-DATA-EMISSAO IS NOT NUMERIC
               OR WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
               MOVE WRK-LOTECAB-ANO TO WRK-CMP-ANO
               MOVE WRK-LOTECAB-MES TO WRK-CMP-MES
           END-IF.

           IF WRK-RET-IRRF > ZEROS
               MOVE 'RFB-IRRF'             TO CPG-FORNECEDOR
               MOVE WRK-RET-IRRF           TO CPG-VALOR
               MOVE WRK-DIA-VENCTO-FEDERAL TO WRK-DIA-VENCTO
               SET WRK-ANTECIPA            TO TRUE
               PERFORM 0291-GRAVAR-TITULO-RETENCAO
               IF WRK-TITULO-GRAVADO
                   ADD WRK-RET-IRRF TO WRK-TOT-IRRF
                   MOVE 'IRRF'       TO RTH-IMPOSTO
                   MOVE WRK-ALQ-IRRF TO RTH-ALIQUOTA
                   MOVE WRK-RET-IRRF TO RTH-VALOR
                   PERFORM 0295-GRAVAR-RETHIST
               END-IF
           END-IF.

           IF WRK-RET-ISS > ZEROS
               MOVE 'PREF-ISS'             TO CPG-FORNECEDOR
               MOVE WRK-RET-ISS            TO CPG-VALOR
               MOVE WRK-DIA-VENCTO-ISS     TO WRK-DIA-VENCTO
               MOVE 'N'                    TO WRK-ANTECIPA-SW
               PERFORM 0291-GRAVAR-TITULO-RETENCAO
               IF WRK-TITULO-GRAVADO
                   ADD WRK-RET-ISS  TO WRK-TOT-ISS
                   MOVE 'ISS'        TO RTH-IMPOSTO
                   MOVE WRK-ALQ-ISS  TO RTH-ALIQUOTA
                   MOVE WRK-RET-ISS  TO RTH-VALOR
                   PERFORM 0295-GRAVAR-RETHIST
               END-IF
           END-IF.

           IF WRK-RET-INSS > ZEROS
               MOVE 'RFB-INSS'             TO CPG-FORNECEDOR
               MOVE WRK-RET-INSS           TO CPG-VALOR
               MOVE WRK-DIA-VENCTO-FEDERAL TO WRK-DIA-VENCTO
               SET WRK-ANTECIPA            TO TRUE
               PERFORM 0291-GRAVAR-TITULO-RETENCAO
               IF WRK-TITULO-GRAVADO
                   ADD WRK-RET-INSS TO WRK-TOT-INSS
                   MOVE 'INSS'       TO RTH-IMPOSTO
                   MOVE WRK-ALQ-INSS TO RTH-ALIQUOTA
                   MOVE WRK-RET-INSS TO RTH-VALOR
                   PERFORM 0295-GRAVAR-RETHIST
               END-IF
           END-IF.

           IF WRK-RET-CSRF > ZEROS
               MOVE 'RFB-CSRF'             TO CPG-FORNECEDOR
               MOVE WRK-RET-CSRF           TO CPG-VALOR
               MOVE WRK-DIA-VENCTO-FEDERAL TO WRK-DIA-VENCTO
               SET WRK-ANTECIPA            TO TRUE
               PERFORM 0291-GRAVAR-TITULO-RETENCAO
               IF WRK-TITULO-GRAVADO
                   ADD WRK-RET-CSRF TO WRK-TOT-CSRF
                   PERFORM 0292-GRAVAR-RETHIST-CSRF
               END-IF
           END-IF.

       0291-GRAVAR-TITULO-RETENCAO.

           PERFORM 8610-DERIVAR-VENCTO-RETENCAO.
           MOVE WRK-PROX-NUMERO  TO CPG-NUMERO.
           SET CPG-TIPO-IMPOSTO  TO TRUE.
           MOVE FFA-DOCUMENTO    TO CPG-DOCUMENTO.
           MOVE FFA-DATA-EMISSAO TO CPG-DATA-EMISSAO.
           MOVE WRK-VENCTO       TO CPG-DATA-VENCTO.
           MOVE ZEROS            TO CPG-VALOR-PAGO.
           MOVE ZEROS            TO CPG-ICMS-CREDITO.
           MOVE SPACES           TO CPG-OCORRENCIA-DEV.
           MOVE SPACES           TO CPG-MOTIVO-DEV.
           SET CPG-ABERTO        TO TRUE.
           PERFORM 9300-GRAVAR-TITULO.
           IF WRK-TITULO-GRAVADO
               ADD 1         TO WRK-QTD-RETENCOES
               ADD CPG-VALOR TO WRK-TOTAL-RETENCOES
           END-IF.

       0292-GRAVAR-RETHIST-CSRF.

           IF WRK-RET-PIS > ZEROS
               MOVE 'PIS'          TO RTH-IMPOSTO
               MOVE WRK-ALQ-PIS    TO RTH-ALIQUOTA
               MOVE WRK-RET-PIS    TO RTH-VALOR
               PERFORM 0295-GRAVAR-RETHIST
           END-IF.
           IF WRK-RET-COFINS > ZEROS
               MOVE 'COFINS'       TO RTH-IMPOSTO
               MOVE WRK-ALQ-COFINS TO RTH-ALIQUOTA
               MOVE WRK-RET-COFINS TO RTH-VALOR
               PERFORM 0295-GRAVAR-RETHIST
           END-IF.
           IF WRK-RET-CSLL > ZEROS
               MOVE 'CSLL'         TO RTH-IMPOSTO
               MOVE WRK-ALQ-CSLL   TO RTH-ALIQUOTA
               MOVE WRK-RET-CSLL   TO RTH-VALOR
               PERFORM 0295-GRAVAR-RETHIST
           END-IF.

      **************************************************************
      ** REGISTRO DO HISTORICO DE RETENCOES: O IMPOSTO, A ALIQUOTA E
      ** O VALOR VEM PREENCHIDOS; O TITULO DO IMPOSTO E O ACABADO DE
      ** GRAVAR NO CONTAPAG.
      **************************************************************
       0295-GRAVAR-RETHIST.

           MOVE WRK-CMP-ANOMES      TO RTH-ANOMES.
           MOVE FFA-DATA-EMISSAO    TO RTH-DATA-EMISSAO.
           MOVE FFA-FORNECEDOR      TO RTH-FORNECEDOR.
           MOVE WRK-PRE-NOME        TO RTH-NOME.
           MOVE WRK-PRE-COD-SERVICO TO RTH-COD-SERVICO.
           MOVE FFA-DOCUMENTO       TO RTH-DOCUMENTO.
           MOVE WRK-TITULO-NOTA     TO RTH-TITULO.
           MOVE FFA-VALOR           TO RTH-BASE.
           MOVE CPG-NUMERO          TO RTH-TITULO-IMPOSTO.
           MOVE CPG-DATA-VENCTO     TO RTH-VENCTO.
           WRITE RETHIST-REG.

       0300-FINALIZAR.

           IF WRK-CONTAPAG-ABERTO
                   WRITE CPAGREL-LINHA
               END-IF

               IF WRK-QTD-BLOQUEADOS > ZEROS
                   MOVE SPACES TO CPAGREL-LINHA
                   STRING 'TITULOS BLOQUEADOS POR DIVERGENCIA: '
                       DELIMITED BY SIZE
                       WRK-QTD-BLOQUEADOS  DELIMITED BY SIZE
                       '  VALOR: '         DELIMITED BY SIZE
                       WRK-TOTAL-BLOQUEADO DELIMITED BY SIZE
                       INTO CPAGREL-LINHA
                   WRITE CPAGREL-LINHA
               END-IF

               IF WRK-QTD-RETENCOES > ZEROS
                   MOVE SPACES TO CPAGREL-LINHA
                   STRING 'TITULOS DE IMPOSTO RETIDO NA FONTE: '
                       DELIMITED BY SIZE
                       WRK-QTD-RETENCOES   DELIMITED BY SIZE
                       '  VALOR: '         DELIMITED BY SIZE
                       WRK-TOTAL-RETENCOES DELIMITED BY SIZE
                       INTO CPAGREL-LINHA
                   WRITE CPAGREL-LINHA
               END-IF

               MOVE SPACES TO DIVREL-LINHA
               WRITE DIVREL-LINHA
               IF WRK-QTD-BLOQUEADOS = ZEROS
                   MOVE 'NENHUMA NOTA DIVERGENTE.' TO DIVREL-LINHA
               ELSE
                   STRING 'NOTAS BLOQUEADAS: ' DELIMITED BY SIZE
                       WRK-QTD-BLOQUEADOS  DELIMITED BY SIZE
                       '  VALOR: '         DELIMITED BY SIZE
                       WRK-TOTAL-BLOQUEADO DELIMITED BY SIZE
                       ' - LIBERACAO NO PROGAPRV (TIPO L)'
                       DELIMITED BY SIZE
                       INTO DIVREL-LINHA
               END-IF
               WRITE DIVREL-LINHA

               PERFORM 0340-GRAVAR-LANCAMENTOS-CONTAB

               CLOSE CPAGREL-FILE
               CLOSE DIVREL-FILE
               CLOSE PENDAPRV-FILE
               CLOSE RETHIST-FILE
               IF WRK-FORNECED-ABERTO
                   CLOSE FORNECED-FILE
               END-IF
               CLOSE CONTAPAG-FILE
               IF WRK-FRETAPAG-STATUS NOT = '35'
                   CLOSE FRETAPAG-FILE

           DISPLAY 'TITULOS A PAGAR GERADOS: ' WRK-QTD-TITULOS
               ' VALOR ' WRK-TOTAL-GERADO.
           DISPLAY 'TITULOS BLOQUEADOS POR DIVERGENCIA: '
               WRK-QTD-BLOQUEADOS.
           DISPLAY 'TITULOS DE IMPOSTO RETIDO NA FONTE: '
               WRK-QTD-RETENCOES ' VALOR ' WRK-TOTAL-RETENCOES.

      **************************************************************
      ** LANCAMENTOS CONTABEIS DA GERACAO: O TOTAL DOS TITULOS
      ** (LANCTOS), DEBITANDO A DESPESA DE FRETES E COMPRAS (41003)
      ** E CREDITANDO FORNECEDORES A PAGAR (21003), NOS MOLDES DOS
      ** LANCAMENTOS DA FOLHA (PROGTEPB) E DAS COMISSOES
      ** (PROGVENDB). O IMPOSTO RETIDO NA FONTE SAI DA DESPESA PARA
      ** A CONTA DO IMPOSTO RETIDO (21017 IRRF, 21018 ISS, 21019
      ** INSS, 21020 PIS/COFINS/CSLL) E DELA PARA O TITULO DO
      ** IMPOSTO NO CONTAS A PAGAR (21003), COMO NA APURACAO
      ** MENSAL (PROGAPUB).
      **************************************************************
       0340-GRAVAR-LANCAMENTOS-CONTAB.

                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               MOVE WRK-CONTA-COMPRAS TO WRK-CONTA-DEBITO
               MOVE WRK-CONTA-A-PAGAR TO WRK-CONTA-CREDITO
               COMPUTE WRK-VALOR-LANCTO =
                   WRK-TOTAL-GERADO - WRK-TOTAL-RETENCOES
               MOVE 'TITULOS A PAGAR GERADOS' TO WRK-HISTORICO
               PERFORM 0341-GRAVAR-PARTIDA-DOBRADA

               MOVE WRK-CONTA-IRRF-RETIDO TO WRK-CONTA-CREDITO
               MOVE WRK-TOT-IRRF          TO WRK-VALOR-LANCTO
               MOVE 'IRRF RETIDO S/ SERVICOS' TO WRK-HISTORICO
               PERFORM 0342-GRAVAR-RETENCAO-CONTAB

               MOVE WRK-CONTA-ISS-RETIDO  TO WRK-CONTA-CREDITO
               MOVE WRK-TOT-ISS           TO WRK-VALOR-LANCTO
               MOVE 'ISS RETIDO S/ SERVICOS' TO WRK-HISTORICO
               PERFORM 0342-GRAVAR-RETENCAO-CONTAB

               MOVE WRK-CONTA-INSS-RETIDO TO WRK-CONTA-CREDITO
               MOVE WRK-TOT-INSS          TO WRK-VALOR-LANCTO
               MOVE 'INSS RETIDO S/ SERVICOS' TO WRK-HISTORICO
               PERFORM 0342-GRAVAR-RETENCAO-CONTAB

               MOVE WRK-CONTA-CSRF-RETIDO TO WRK-CONTA-CREDITO
               MOVE WRK-TOT-CSRF          TO WRK-VALOR-LANCTO
               MOVE 'PIS/COFINS/CSLL RETIDOS' TO WRK-HISTORICO
               PERFORM 0342-GRAVAR-RETENCAO-CONTAB

               CLOSE LANCTOS-FILE
           END-IF.

      **************************************************************
      ** RETENCAO: DESPESA (41003) CONTRA A CONTA DO IMPOSTO RETIDO
      ** (WRK-CONTA-CREDITO) E, EM SEGUIDA, A CONTA DO IMPOSTO
      ** CONTRA O TITULO NO CONTAS A PAGAR (21003).
      **************************************************************
       0342-GRAVAR-RETENCAO-CONTAB.

           MOVE WRK-CONTA-COMPRAS TO WRK-CONTA-DEBITO.
           PERFORM 0341-GRAVAR-PARTIDA-DOBRADA.

           MOVE WRK-CONTA-CREDITO TO WRK-CONTA-DEBITO.
           MOVE WRK-CONTA-A-PAGAR TO WRK-CONTA-CREDITO.
           MOVE 'IMPOSTO RETIDO A RECOLHER' TO WRK-HISTORICO.
           PERFORM 0341-GRAVAR-PARTIDA-DOBRADA.

       0341-GRAVAR-PARTIDA-DOBRADA.

           IF WRK-VALOR-LANCTO > ZEROS
               MOVE 'COMPR'           TO LAN-CENTRO-CUSTO
               MOVE WRK-CONTA-DEBITO  TO LAN-CONTA
               MOVE 'D'               TO LAN-TIPO
               MOVE WRK-VALOR-LANCTO  TO LAN-VALOR
               MOVE WRK-LOTECAB-DATA  TO LAN-DATA
               MOVE 'CPAGREL'         TO LAN-DOCUMENTO
               MOVE WRK-HISTORICO     TO LAN-HISTORICO
               WRITE LANCTO-REG

               MOVE WRK-CONTA-CREDITO TO LAN-CONTA
               MOVE 'C'               TO LAN-TIPO
               WRITE LANCTO-REG
           END-IF.

      **************************************************************
      ** AS ORIGENS CONSUMIDAS SAO ESVAZIADAS APOS A GERACAO
      ** CONCLUIDA: UMA REEXECUCAO NA MESMA JANELA ENCONTRA OS
                   COMPUTE WRK-PROX-NUMERO = CPG-NUMERO + 1
           END-READ.

      **************************************************************
      ** LOCALIZA O PEDIDO DA NOTA: PRIMEIRO NO ARQUIVO VIVO
      ** (OCOMPRA) E, NAO ACHANDO, NO HISTORICO DOS PEDIDOS JA
      ** FECHADOS (OCPHIST), POR LEITURA SEQUENCIAL. AS QUANTIDADES
      ** E O PRECO DO PEDIDO ACHADO FICAM EM WRK-PEDIDO-CONFERIDO.
      **************************************************************
       8700-LOCALIZAR-PEDIDO.

           MOVE 'N' TO WRK-OCP-ACHOU-SW.

           MOVE 'N' TO WRK-BUSCA-FIM-SW.
           OPEN INPUT OCOMPRA-FILE.
           IF WRK-OCOMPRA-STATUS = '00'
               PERFORM 8710-LER-PEDIDO-VIVO
                   UNTIL WRK-BUSCA-FIM OR WRK-OCP-ACHOU
               CLOSE OCOMPRA-FILE
           END-IF.

           IF NOT WRK-OCP-ACHOU
               MOVE 'N' TO WRK-BUSCA-FIM-SW
               OPEN INPUT OCPHIST-FILE
               IF WRK-OCPHIST-STATUS = '00'
                   PERFORM 8720-LER-PEDIDO-HISTORICO
                       UNTIL WRK-BUSCA-FIM OR WRK-OCP-ACHOU
                   CLOSE OCPHIST-FILE
               END-IF
           END-IF.

       8710-LER-PEDIDO-VIVO.

           READ OCOMPRA-FILE
               AT END
                   SET WRK-BUSCA-FIM TO TRUE
               NOT AT END
                   IF OCP-NUMERO = FFA-OCOMPRA
                       SET WRK-OCP-ACHOU TO TRUE
                       MOVE OCP-QTD-PEDIDA   TO WRK-PED-QTD-PEDIDA
                       MOVE OCP-QTD-RECEBIDA TO WRK-PED-QTD-RECEBIDA
                       IF OCP-PRECO-UNIT IS NUMERIC
                           MOVE OCP-PRECO-UNIT TO WRK-PED-PRECO
                       END-IF
                   END-IF
           END-READ.

       8720-LER-PEDIDO-HISTORICO.

           READ OCPHIST-FILE INTO WRK-OCPHIST-AREA
               AT END
                   SET WRK-BUSCA-FIM TO TRUE
               NOT AT END
                   IF HIS-NUMERO = FFA-OCOMPRA
                       SET WRK-OCP-ACHOU TO TRUE
                       MOVE HIS-QTD-PEDIDA   TO WRK-PED-QTD-PEDIDA
                       MOVE HIS-QTD-RECEBIDA TO WRK-PED-QTD-RECEBIDA
                       IF HIS-PRECO-UNIT IS NUMERIC
                           MOVE HIS-PRECO-UNIT TO WRK-PED-PRECO
                       END-IF
                   END-IF
           END-READ.

      **************************************************************
      ** LOCALIZA NO FORNECED, PELO CNPJ DA NOTA, O PRESTADOR DE
      ** SERVICO E O SEU PERFIL DE RETENCAO (WRK-PRESTADOR-AREA).
      ** FORNECEDOR FORA DO CADASTRO OU DE MERCADORIA NAO RETEM.
      **************************************************************
       8800-LOCALIZAR-PRESTADOR.

           MOVE 'N'    TO WRK-PRESTADOR-SW.
           MOVE 'N'    TO WRK-FOR-ACHOU-SW.
           MOVE SPACES TO WRK-PRE-NOME.
           MOVE SPACES TO WRK-PRE-COD-SERVICO.
           MOVE ZEROS  TO WRK-PRE-ALIQUOTAS.

           IF WRK-FORNECED-ABERTO
               MOVE 'N'   TO WRK-BUSCA-FIM-SW
               MOVE ZEROS TO FOR-CODIGO
               START FORNECED-FILE KEY IS NOT LESS THAN FOR-CODIGO
                   INVALID KEY SET WRK-BUSCA-FIM TO TRUE
               END-START
               PERFORM 8810-LER-FORNECEDOR
                   UNTIL WRK-BUSCA-FIM OR WRK-FOR-ACHOU
           END-IF.

       8810-LER-FORNECEDOR.

           READ FORNECED-FILE NEXT RECORD
               AT END
                   SET WRK-BUSCA-FIM TO TRUE
               NOT AT END
                   IF FOR-CNPJ = FFA-FORNECEDOR
                       SET WRK-FOR-ACHOU TO TRUE
                       IF FOR-SERVICO
                           SET WRK-PRESTADOR TO TRUE
                           MOVE FOR-NOME        TO WRK-PRE-NOME
                           MOVE FOR-COD-SERVICO TO WRK-PRE-COD-SERVICO
                           IF FOR-RETENCAO IS NUMERIC
                               MOVE FOR-RETENCAO TO WRK-PRE-ALIQUOTAS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      **************************************************************
      ** VENCIMENTO DO TITULO DE FRETE: UM MES CIVIL APOS A DATA DO
      ** LOTE, COM O DIA GRAMPEADO AO ULTIMO DIA DO MES DE DESTINO
               MOVE DTS-PROX-DIA TO WRK-VCT-DIA
           END-IF.

      **************************************************************
      ** VENCIMENTO DO TITULO DE IMPOSTO RETIDO: DIA WRK-DIA-VENCTO
      ** DO MES SEGUINTE A COMPETENCIA. DIA NAO UTIL E ANTECIPADO
      ** PARA O DIA UTIL ANTERIOR (WRK-ANTECIPA, TRIBUTOS FEDERAIS)
      ** OU PRORROGADO PARA O PROXIMO DIA UTIL (FUNCAO 'PU').
      **************************************************************
       8610-DERIVAR-VENCTO-RETENCAO.

           MOVE WRK-CMP-ANO    TO WRK-VCT-ANO.
           MOVE WRK-CMP-MES    TO WRK-VCT-MES.
           MOVE WRK-DIA-VENCTO TO WRK-VCT-DIA.
           IF WRK-VCT-MES < 12
               ADD 1 TO WRK-VCT-MES
           ELSE
               MOVE 1 TO WRK-VCT-MES
               ADD 1 TO WRK-VCT-ANO
           END-IF.

           MOVE 'DU'        TO DTS-FUNCAO.
           MOVE WRK-VCT-ANO TO DTS-DATA1-ANO.
           MOVE WRK-VCT-MES TO DTS-DATA1-MES.
           MOVE WRK-VCT-DIA TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           IF DTS-DIA-NAO-UTIL
               IF WRK-ANTECIPA
                   PERFORM 8620-RECUAR-UM-DIA UNTIL DTS-DIA-UTIL
               ELSE
                   MOVE 'PU' TO DTS-FUNCAO
                   CALL 'PROGDATA' USING WRK-DTS-AREA
                   MOVE DTS-PROX-ANO TO WRK-VCT-ANO
                   MOVE DTS-PROX-MES TO WRK-VCT-MES
                   MOVE DTS-PROX-DIA TO WRK-VCT-DIA
               END-IF
           END-IF.

       8620-RECUAR-UM-DIA.

           SUBTRACT 1 FROM WRK-VCT-DIA.
           MOVE 'DU'        TO DTS-FUNCAO.
           MOVE WRK-VCT-DIA TO DTS-DATA1-DIA.
           CALL 'PROGDATA' USING WRK-DTS-AREA.

      **************************************************************
      ** GRAVA O TITULO MONTADO NO CONTAS A PAGAR, A LINHA NO
      ** RELATORIO DE GERACAO E AVANCA O NUMERADOR.
      **************************************************************
       9300-GRAVAR-TITULO.

           MOVE 'N' TO WRK-TITULO-GRAVADO-SW.
           WRITE CONTAPAG-REG
               INVALID KEY
                   MOVE 'PROGCPGB'   TO ABL-PROGRAMA
                       TO ABL-MENSAGEM
                   PERFORM 9900-GRAVAR-ABEND
               NOT INVALID KEY
                   SET WRK-TITULO-GRAVADO TO TRUE
                   ADD 1 TO WRK-QTD-TITULOS
                   ADD CPG-VALOR TO WRK-TOTAL-GERADO
                   MOVE CPG-NUMERO      TO WRK-LT-NUMERO
                   MOVE CPG-FORNECEDOR  TO WRK-LT-FORNECEDOR
                   MOVE CPG-DATA-VENCTO TO WRK-LT-VENCTO
                   MOVE CPG-VALOR       TO WRK-LT-VALOR
                   MOVE CPG-SITUACAO    TO WRK-LT-SITUACAO
                   WRITE CPAGREL-LINHA FROM WRK-LINHA-TITULO
                   ADD 1 TO WRK-PROX-NUMERO
           END-WRITE.
