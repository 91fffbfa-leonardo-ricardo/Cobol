       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSINM.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: REGISTRO DE SINISTROS DE TRANSPORTE (AVARIA OU
      **    EXTRAVIO). ATE AQUI O DANO FICAVA ANOTADO NO CANHOTO E
      **    O PREJUIZO ERA ABSORVIDO, EMBORA O SEGURO SEJA COBRADO
      **    EM TODO PEDIDO. O OPERADOR:
      **    - ABRE O SINISTRO ('A') CONTRA O EMBARQUE (DATA DO
      **      DESPACHO + SEQUENCIA), COM O TIPO, A QUANTIDADE E O
      **      VALOR RECLAMADOS, O RESPONSAVEL (TRANSPORTADORA DO
      **      EMBARQUE OU SEGURADORA, PELO CNPJ) E OS DOCUMENTOS
      **      APRESENTADOS; O NUMERO VEM DO CONTROLE SINNUM;
      **    - LANCA A RESPOSTA ('S'): NEGADO, OU ACEITO COM O
      **      VALOR ACEITO. ACEITO DA TRANSPORTADORA VIRA DESCONTO
      **      NO FRETDESC, ABATIDO DO PROXIMO TITULO DE FRETE DELA
      **      PELO PROGCPGB (COMO O FRETE DE RETORNO DO PROGREVB);
      **      ACEITO DA SEGURADORA VIRA TITULO A RECEBER NO
      **      CONTAREC (NUMERO 80000000 + SINISTRO, PARCELA 01,
      **      VENCIMENTO EM 30 DIAS), BAIXADO PELO PROGRECB COMO
      **      QUALQUER TITULO;
      **    - GERA O REENVIO AO CLIENTE ('R', OU NA ABERTURA): O
      **      PEDIDO DO EMBARQUE SAI NO LAYOUT DO ARQUIVO DE
      **      PEDIDOS (REPOSIC, CABECALHO '1' E VOLUME '2'), PARA
      **      A OPERACAO ANEXAR AOS PEDIDOS DO DIA DO PROGFRTB.
      **    A PASSAGEM A PAGO E O AGING DOS SINISTROS EM ABERTO SAO
      **    FEITOS NO LOTE PELO PROGSINB.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYSINSL.
           COPY CPYEMBSL.
           COPY CPYCRCSL.
           SELECT SINNUM-FILE ASSIGN TO "SINNUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SINNUM-STATUS.
           SELECT FRETDESC-FILE ASSIGN TO "FRETDESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FRETDESC-STATUS.
           SELECT REPOSIC-FILE ASSIGN TO "REPOSIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REPOSIC-STATUS.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYSINFD.
       COPY CPYEMBFD.
       COPY CPYCRCFD.

       FD  SINNUM-FILE.
       01  SINNUM-REG.
           05  SNM-ULTIMO-NUMERO  PIC 9(06).

       FD  FRETDESC-FILE.
       01  FRETDESC-REG.
           05  FDC-TRANSP         PIC 9(03).
           05  FDC-DATA           PIC 9(08).
           05  FDC-VALOR          PIC 9(08)V99.
           05  FDC-DESPACHO       PIC 9(08).
           05  FDC-SEQUENCIA      PIC 9(04).

       FD  REPOSIC-FILE.
       01  REPOSIC-HDR-REG.
           05  RPS-TIPO           PIC X(01).
           05  RPS-NUMERO         PIC 9(06).
           05  RPS-CPF-CLIENTE    PIC 9(11).
           05  RPS-ESTADO         PIC X(02).
           05  RPS-TRANSP         PIC 9(03).
           05  RPS-DISTANCIA      PIC 9(05)V99.
           05  RPS-FILIAL         PIC 9(02).
       01  REPOSIC-VOL-REG.
           05  FILLER             PIC X(01).
           05  RPS-CODPRODUTO     PIC X(08).
           05  RPS-PRODUTO        PIC X(20).
           05  RPS-VALOR          PIC 9(06)V99.
           05  RPS-PESO           PIC 9(04)V99.
           05  RPS-ALTURA         PIC 9(03)V99.
           05  RPS-LARGURA        PIC 9(03)V99.
           05  RPS-COMPRIMENTO    PIC 9(03)V99.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-SINISTRO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SINNUM-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-FRETDESC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REPOSIC-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ARQUIVOS-ABERTOS-SW PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVOS-ABERTOS         VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAREC-ABERTO          VALUE 'S'.
       77  WRK-EMB-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-EMB-ACHOU                  VALUE 'S'.
       77  WRK-SIN-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-SIN-ACHOU                  VALUE 'S'.
       77  WRK-LANCOU-SW          PIC X(01) VALUE 'N'.
           88  WRK-LANCOU                     VALUE 'S'.
       77  WRK-OPERACAO           PIC X(03) VALUE SPACES.
       77  WRK-HOJE               PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-BUSCA         PIC 9(08) VALUE ZEROS.
       77  WRK-SEQ-BUSCA          PIC 9(04) VALUE ZEROS.
       77  WRK-NUMERO-BUSCA       PIC 9(06) VALUE ZEROS.
       77  WRK-ULTIMO-NUMERO      PIC 9(06) VALUE ZEROS.
      *    TITULOS DA SEGURADORA NO CONTAREC: FAIXA RESERVADA ACIMA
      *    DE WRK-BASE-TITULO, VENCENDO EM WRK-PRAZO-SEGURADORA DIAS
       77  WRK-BASE-TITULO        PIC 9(08) VALUE 80000000.
       77  WRK-PRAZO-SEGURADORA   PIC 9(03) VALUE 30.
       01  WRK-SINISTRO-INF.
           05  WRK-INF-TIPO       PIC X(01) VALUE SPACES.
           05  WRK-INF-QTD        PIC 9(05) VALUE ZEROS.
           05  WRK-INF-VALOR      PIC 9(08)V99 VALUE ZEROS.
           05  WRK-INF-RESPONSAVEL PIC X(01) VALUE SPACES.
           05  WRK-INF-CNPJ       PIC 9(14) VALUE ZEROS.
           05  WRK-INF-DOCUMENTOS PIC X(40) VALUE SPACES.
           05  WRK-INF-RESPOSTA   PIC X(01) VALUE SPACES.
           05  WRK-INF-SITUACAO   PIC X(01) VALUE SPACES.
           05  WRK-INF-VALOR-ACEITO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       COPY CPYDTSWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           GOBACK.

       0100-INICIALIZAR.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS NOT = '00'
               MOVE 'PROGSINM'           TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'   TO ABL-PARAGRAFO
               MOVE WRK-EMBARQUE-STATUS  TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O ARQUIVO DE EMBARQUES'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               DISPLAY 'ARQUIVO DE EMBARQUES INDISPONIVEL.'
               SET WRK-FIM TO TRUE
           ELSE
               SET WRK-ARQUIVOS-ABERTOS TO TRUE
               OPEN I-O SINISTRO-FILE
               IF WRK-SINISTRO-STATUS = '35'
                   OPEN OUTPUT SINISTRO-FILE
                   CLOSE SINISTRO-FILE
                   OPEN I-O SINISTRO-FILE
               END-IF
               OPEN I-O CONTAREC-FILE
               IF WRK-CONTAREC-STATUS = '00'
                   SET WRK-CONTAREC-ABERTO TO TRUE
               ELSE
                   DISPLAY 'CONTAS A RECEBER INDISPONIVEL - SINISTRO '
                       'DA SEGURADORA NAO PODERA SER ACEITO.'
               END-IF
           END-IF.

       0200-PROCESSAR.

           DISPLAY 'OPERACAO (A=ABRIR SINISTRO S=LANCAR RESPOSTA '
               'R=REENVIO AO CLIENTE FIM=ENCERRAR)..'.
           ACCEPT WRK-OPERACAO FROM CONSOLE.

           EVALUATE WRK-OPERACAO
               WHEN 'FIM'
                   SET WRK-FIM TO TRUE
               WHEN 'A'
                   PERFORM 0210-ABRIR-SINISTRO
               WHEN 'S'
                   PERFORM 0220-LANCAR-RESPOSTA
               WHEN 'R'
                   PERFORM 0230-SOLICITAR-REENVIO
               WHEN OTHER
                   DISPLAY 'OPERACAO INVALIDA.'
           END-EVALUATE.

      **************************************************************
      ** ABERTURA: O EMBARQUE E LIDO PELA CHAVE E EMPRESTA AO
      ** SINISTRO A TRANSPORTADORA E O CLIENTE. VALOR RECLAMADO EM
      ** BRANCO ASSUME O VALOR DECLARADO DO EMBARQUE.
      **************************************************************
       0210-ABRIR-SINISTRO.

           PERFORM 8100-PROCURAR-EMBARQUE.

           IF WRK-EMB-ACHOU
               DISPLAY 'EMBARQUE: ' EMB-PRODUTO
                   ' UF ' EMB-ESTADO
                   ' TRANSP ' EMB-TRANSP
                   ' STATUS ' EMB-STATUS
               PERFORM 0211-CAPTAR-SINISTRO
               EVALUATE TRUE
                   WHEN WRK-INF-TIPO NOT = 'A'
                       AND WRK-INF-TIPO NOT = 'E'
                       DISPLAY 'TIPO INVALIDO - SINISTRO NAO ABERTO.'
                   WHEN WRK-INF-RESPONSAVEL NOT = 'T'
                       AND WRK-INF-RESPONSAVEL NOT = 'S'
                       DISPLAY 'RESPONSAVEL INVALIDO - SINISTRO NAO '
                           'ABERTO.'
                   WHEN WRK-INF-RESPONSAVEL = 'S'
                       AND WRK-INF-CNPJ = ZEROS
                       DISPLAY 'CNPJ DA SEGURADORA OBRIGATORIO - '
                           'SINISTRO NAO ABERTO.'
                   WHEN WRK-INF-VALOR = ZEROS
                       DISPLAY 'VALOR RECLAMADO ZERADO - SINISTRO '
                           'NAO ABERTO.'
                   WHEN OTHER
                       PERFORM 0215-GRAVAR-SINISTRO
               END-EVALUATE
           END-IF.

       0211-CAPTAR-SINISTRO.

           DISPLAY 'TIPO (A=AVARIA E=EXTRAVIO)..'.
           ACCEPT WRK-INF-TIPO FROM CONSOLE.
           DISPLAY 'QUANTIDADE AVARIADA/EXTRAVIADA..'.
           ACCEPT WRK-INF-QTD FROM CONSOLE.
           DISPLAY 'VALOR RECLAMADO (ZERO = VALOR DO EMBARQUE)..'.
           ACCEPT WRK-INF-VALOR FROM CONSOLE.
           IF WRK-INF-VALOR = ZEROS AND EMB-VALOR IS NUMERIC
               MOVE EMB-VALOR TO WRK-INF-VALOR
           END-IF.
           DISPLAY 'RESPONSAVEL (T=TRANSPORTADORA S=SEGURADORA)..'.
           ACCEPT WRK-INF-RESPONSAVEL FROM CONSOLE.
           MOVE ZEROS TO WRK-INF-CNPJ.
           IF WRK-INF-RESPONSAVEL = 'S'
               DISPLAY 'CNPJ DA SEGURADORA..'
               ACCEPT WRK-INF-CNPJ FROM CONSOLE
           END-IF.
           DISPLAY 'DOCUMENTOS APRESENTADOS (BO, FOTOS, LAUDO...)..'.
           ACCEPT WRK-INF-DOCUMENTOS FROM CONSOLE.

      **************************************************************
      ** GRAVACAO: NUMERO DO SINISTRO (SINNUM, REGRAVADO NA HORA
      ** PARA NAO SE REPETIR ENTRE SESSOES) E, SE O OPERADOR PEDIR,
      ** O REENVIO AO CLIENTE JA NA ABERTURA.
      **************************************************************
       0215-GRAVAR-SINISTRO.

           PERFORM 8500-LER-ULTIMO-NUMERO.
           ADD 1 TO WRK-ULTIMO-NUMERO.

           MOVE WRK-ULTIMO-NUMERO   TO SIN-NUMERO.
           MOVE EMB-DATA-DESPACHO   TO SIN-DATA-DESPACHO.
           MOVE EMB-SEQUENCIA       TO SIN-SEQUENCIA.
           MOVE EMB-TRANSP          TO SIN-TRANSP.
           MOVE EMB-TIPO-PESSOA     TO SIN-TIPO-PESSOA.
           IF EMB-DOC-CLIENTE IS NUMERIC
               MOVE EMB-DOC-CLIENTE TO SIN-DOC-CLIENTE
           ELSE
               MOVE ZEROS           TO SIN-DOC-CLIENTE
           END-IF.
           MOVE WRK-INF-TIPO        TO SIN-TIPO.
           MOVE WRK-HOJE            TO SIN-DATA-ABERTURA.
           MOVE WRK-INF-QTD         TO SIN-QTD-AVARIADA.
           MOVE WRK-INF-VALOR       TO SIN-VALOR.
           MOVE WRK-INF-RESPONSAVEL TO SIN-RESPONSAVEL.
           MOVE WRK-INF-CNPJ        TO SIN-DOC-SEGURADORA.
           MOVE WRK-INF-DOCUMENTOS  TO SIN-DOCUMENTOS.
           SET SIN-ABERTO           TO TRUE.
           MOVE WRK-HOJE            TO SIN-DATA-SITUACAO.
           MOVE ZEROS               TO SIN-VALOR-ACEITO.
           MOVE 'N'                 TO SIN-REPOSICAO.
           WRITE SINISTRO-REG
               INVALID KEY
                   DISPLAY 'SINISTRO ' WRK-ULTIMO-NUMERO
                       ' JA EXISTE - CONFIRA O CONTROLE SINNUM.'
               NOT INVALID KEY
                   PERFORM 8510-GRAVAR-ULTIMO-NUMERO
                   DISPLAY 'SINISTRO ' SIN-NUMERO ' ABERTO.'
                   DISPLAY 'GERAR O REENVIO AO CLIENTE AGORA? (S/N)..'
                   ACCEPT WRK-INF-RESPOSTA FROM CONSOLE
                   IF WRK-INF-RESPOSTA = 'S'
                       PERFORM 0240-GRAVAR-REPOSICAO
                       REWRITE SINISTRO-REG
                   END-IF
           END-WRITE.

      **************************************************************
      ** RESPOSTA DO RESPONSAVEL A UM SINISTRO ABERTO: NEGADO, OU
      ** ACEITO COM O VALOR ACEITO (ZERO = O VALOR RECLAMADO). O
      ** ACEITE SO E GRAVADO DEPOIS DE LANCADO O DESCONTO OU O
      ** TITULO CORRESPONDENTE.
      **************************************************************
       0220-LANCAR-RESPOSTA.

           PERFORM 8200-PROCURAR-SINISTRO.

           EVALUATE TRUE
               WHEN NOT WRK-SIN-ACHOU
                   CONTINUE
               WHEN NOT SIN-ABERTO
                   DISPLAY 'SINISTRO NAO ESTA EM ABERTO (SITUACAO '
                       SIN-SITUACAO ').'
               WHEN OTHER
                   DISPLAY 'RESPOSTA (C=ACEITO N=NEGADO)..'
                   ACCEPT WRK-INF-SITUACAO FROM CONSOLE
                   EVALUATE WRK-INF-SITUACAO
                       WHEN 'N'
                           SET SIN-NEGADO TO TRUE
                           MOVE WRK-HOJE TO SIN-DATA-SITUACAO
                           REWRITE SINISTRO-REG
                           DISPLAY 'SINISTRO NEGADO.'
                       WHEN 'C'
                           PERFORM 0225-ACEITAR-SINISTRO
                       WHEN OTHER
                           DISPLAY 'RESPOSTA INVALIDA.'
                   END-EVALUATE
           END-EVALUATE.

       0225-ACEITAR-SINISTRO.

           DISPLAY 'VALOR ACEITO (ZERO = VALOR RECLAMADO)..'.
           ACCEPT WRK-INF-VALOR-ACEITO FROM CONSOLE.
           IF WRK-INF-VALOR-ACEITO = ZEROS
               MOVE SIN-VALOR TO WRK-INF-VALOR-ACEITO
           END-IF.

           MOVE 'N' TO WRK-LANCOU-SW.
           IF WRK-INF-VALOR-ACEITO > SIN-VALOR
               DISPLAY 'VALOR ACEITO MAIOR QUE O RECLAMADO - '
                   'NADA FOI GRAVADO.'
           ELSE
               IF SIN-RESP-TRANSPORTADORA
                   PERFORM 9300-GRAVAR-FRETDESC
               ELSE
                   PERFORM 9400-GRAVAR-TITULO-SEGURADORA
               END-IF
           END-IF.

           IF WRK-LANCOU
               SET SIN-ACEITO TO TRUE
               MOVE WRK-HOJE             TO SIN-DATA-SITUACAO
               MOVE WRK-INF-VALOR-ACEITO TO SIN-VALOR-ACEITO
               REWRITE SINISTRO-REG
               MOVE WRK-INF-VALOR-ACEITO TO WRK-VALOR-EDIT
               DISPLAY 'SINISTRO ACEITO EM ' WRK-VALOR-EDIT '.'
           END-IF.

      **************************************************************
      ** REENVIO AO CLIENTE DE UM SINISTRO JA ABERTO (NAO PODE TER
      ** SIDO GERADO ANTES).
      **************************************************************
       0230-SOLICITAR-REENVIO.

           PERFORM 8200-PROCURAR-SINISTRO.

           EVALUATE TRUE
               WHEN NOT WRK-SIN-ACHOU
                   CONTINUE
               WHEN SIN-REPOSICAO-GERADA
                   DISPLAY 'REENVIO JA GERADO PARA ESTE SINISTRO.'
               WHEN OTHER
                   MOVE SIN-DATA-DESPACHO TO EMB-DATA-DESPACHO
                   MOVE SIN-SEQUENCIA     TO EMB-SEQUENCIA
                   READ EMBARQUE-FILE
                       INVALID KEY
                           DISPLAY 'EMBARQUE DO SINISTRO NAO '
                               'ENCONTRADO - REENVIO NAO GERADO.'
                       NOT INVALID KEY
                           PERFORM 0240-GRAVAR-REPOSICAO
                           REWRITE SINISTRO-REG
                   END-READ
           END-EVALUATE.

      **************************************************************
      ** REENVIO: O PEDIDO DO EMBARQUE (CABECALHO '1' E UM VOLUME
      ** '2', NO LAYOUT DO ARQUIVO DE PEDIDOS DO PROGFRTB) VAI PARA
      ** O REPOSIC. O CODIGO DO PRODUTO SAI EM BRANCO (O EMBARQUE
      ** SO GUARDA A DESCRICAO), VALENDO O VALOR DO ARQUIVO; AS
      ** DIMENSOES SAEM ZERADAS PARA A OPERACAO CONFERIR.
      **************************************************************
       0240-GRAVAR-REPOSICAO.

           OPEN EXTEND REPOSIC-FILE.
           IF WRK-REPOSIC-STATUS = '05' OR '35'
               CLOSE REPOSIC-FILE
               OPEN OUTPUT REPOSIC-FILE
           END-IF.

           MOVE '1'               TO RPS-TIPO.
           IF EMB-NUMERO-PEDIDO IS NUMERIC
               MOVE EMB-NUMERO-PEDIDO TO RPS-NUMERO
           ELSE
               MOVE ZEROS             TO RPS-NUMERO
           END-IF.
           IF EMB-TIPO-PESSOA = 'F' AND EMB-DOC-CLIENTE IS NUMERIC
               MOVE EMB-DOC-CLIENTE   TO RPS-CPF-CLIENTE
           ELSE
               MOVE ZEROS             TO RPS-CPF-CLIENTE
           END-IF.
           MOVE EMB-ESTADO        TO RPS-ESTADO.
           MOVE EMB-TRANSP        TO RPS-TRANSP.
           IF EMB-DISTANCIA IS NUMERIC
               MOVE EMB-DISTANCIA     TO RPS-DISTANCIA
           ELSE
               MOVE ZEROS             TO RPS-DISTANCIA
           END-IF.
           MOVE 01                TO RPS-FILIAL.
           WRITE REPOSIC-HDR-REG.

           MOVE SPACES            TO REPOSIC-VOL-REG.
           MOVE '2'               TO REPOSIC-VOL-REG(1:1).
           MOVE SPACES            TO RPS-CODPRODUTO.
           MOVE EMB-PRODUTO       TO RPS-PRODUTO.
           IF EMB-VALOR IS NUMERIC
               MOVE EMB-VALOR         TO RPS-VALOR
           ELSE
               MOVE ZEROS             TO RPS-VALOR
           END-IF.
           IF EMB-PESO IS NUMERIC
               MOVE EMB-PESO          TO RPS-PESO
           ELSE
               MOVE ZEROS             TO RPS-PESO
           END-IF.
           MOVE ZEROS             TO RPS-ALTURA.
           MOVE ZEROS             TO RPS-LARGURA.
           MOVE ZEROS             TO RPS-COMPRIMENTO.
           WRITE REPOSIC-VOL-REG.
           CLOSE REPOSIC-FILE.

           SET SIN-REPOSICAO-GERADA TO TRUE.
           DISPLAY 'REENVIO GERADO NO REPOSIC - ANEXAR AOS PEDIDOS '
               'DO DIA.'.

       0300-FINALIZAR.

           IF WRK-ARQUIVOS-ABERTOS
               CLOSE EMBARQUE-FILE
               CLOSE SINISTRO-FILE
               IF WRK-CONTAREC-ABERTO
                   CLOSE CONTAREC-FILE
               END-IF
           END-IF.

       8100-PROCURAR-EMBARQUE.

           MOVE 'N' TO WRK-EMB-ACHOU-SW.
           DISPLAY 'DATA DO DESPACHO (AAAAMMDD)..'.
           ACCEPT WRK-DATA-BUSCA FROM CONSOLE.
           DISPLAY 'SEQUENCIA DO EMBARQUE NO DIA..'.
           ACCEPT WRK-SEQ-BUSCA FROM CONSOLE.

           MOVE WRK-DATA-BUSCA TO EMB-DATA-DESPACHO.
           MOVE WRK-SEQ-BUSCA  TO EMB-SEQUENCIA.
           READ EMBARQUE-FILE
               INVALID KEY
                   DISPLAY 'EMBARQUE NAO ENCONTRADO.'
               NOT INVALID KEY
                   SET WRK-EMB-ACHOU TO TRUE
           END-READ.

       8200-PROCURAR-SINISTRO.

           MOVE 'N' TO WRK-SIN-ACHOU-SW.
           DISPLAY 'NUMERO DO SINISTRO..'.
           ACCEPT WRK-NUMERO-BUSCA FROM CONSOLE.

           MOVE WRK-NUMERO-BUSCA TO SIN-NUMERO.
           READ SINISTRO-FILE
               INVALID KEY
                   DISPLAY 'SINISTRO NAO ENCONTRADO.'
               NOT INVALID KEY
                   SET WRK-SIN-ACHOU TO TRUE
                   MOVE SIN-VALOR TO WRK-VALOR-EDIT
                   DISPLAY 'SINISTRO ' SIN-NUMERO
                       ' EMBARQUE ' SIN-DATA-DESPACHO '/'
                       SIN-SEQUENCIA ' TIPO ' SIN-TIPO
                       ' RESP ' SIN-RESPONSAVEL
                       ' VALOR ' WRK-VALOR-EDIT
                       ' SITUACAO ' SIN-SITUACAO
           END-READ.

      **************************************************************
      ** CONTROLE DE NUMERACAO DOS SINISTROS (SINNUM), COMO O
      ** ACDNUM DOS ACORDOS.
      **************************************************************
       8500-LER-ULTIMO-NUMERO.

           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           OPEN INPUT SINNUM-FILE.
           IF WRK-SINNUM-STATUS = '35'
               CONTINUE
           ELSE
               READ SINNUM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SNM-ULTIMO-NUMERO TO WRK-ULTIMO-NUMERO
               END-READ
               CLOSE SINNUM-FILE
           END-IF.

       8510-GRAVAR-ULTIMO-NUMERO.

           OPEN OUTPUT SINNUM-FILE.
           MOVE WRK-ULTIMO-NUMERO TO SNM-ULTIMO-NUMERO.
           WRITE SINNUM-REG.
           CLOSE SINNUM-FILE.

      **************************************************************
      ** SINISTRO ACEITO PELA TRANSPORTADORA: DESCONTO NO FRETDESC,
      ** ABATIDO DO PROXIMO TITULO DE FRETE DELA PELO PROGCPGB.
      **************************************************************
       9300-GRAVAR-FRETDESC.

           OPEN EXTEND FRETDESC-FILE.
           IF WRK-FRETDESC-STATUS = '05' OR '35'
               CLOSE FRETDESC-FILE
               OPEN OUTPUT FRETDESC-FILE
           END-IF.
           MOVE SIN-TRANSP           TO FDC-TRANSP.
           MOVE WRK-HOJE             TO FDC-DATA.
           MOVE WRK-INF-VALOR-ACEITO TO FDC-VALOR.
           MOVE SIN-DATA-DESPACHO    TO FDC-DESPACHO.
           MOVE SIN-SEQUENCIA        TO FDC-SEQUENCIA.
           WRITE FRETDESC-REG.
           CLOSE FRETDESC-FILE.
           SET WRK-LANCOU TO TRUE.
           DISPLAY 'DESCONTO LANCADO NO FRETDESC PARA A '
               'TRANSPORTADORA ' SIN-TRANSP '.'.

      **************************************************************
      ** SINISTRO ACEITO PELA SEGURADORA: TITULO A RECEBER NO
      ** CONTAREC, COM A SEGURADORA COMO PESSOA JURIDICA PELO CNPJ.
      **************************************************************
       9400-GRAVAR-TITULO-SEGURADORA.

           IF NOT WRK-CONTAREC-ABERTO
               DISPLAY 'CONTAS A RECEBER INDISPONIVEL - NADA FOI '
                   'GRAVADO.'
           ELSE
               MOVE 'AD'                 TO DTS-FUNCAO
               MOVE WRK-HOJE             TO DTS-DATA1
               MOVE WRK-PRAZO-SEGURADORA TO DTS-DIAS
               CALL 'PROGDATA' USING WRK-DTS-AREA

               COMPUTE CRC-NUMERO = WRK-BASE-TITULO + SIN-NUMERO
               MOVE 01                   TO CRC-PARCELA
               MOVE 'J'                  TO CRC-TIPO-PESSOA
               MOVE SIN-DOC-SEGURADORA   TO CRC-DOC-CLIENTE
               MOVE WRK-HOJE             TO CRC-DATA-EMISSAO
               MOVE DTS-PROX-UTIL        TO CRC-DATA-VENCTO
               MOVE WRK-INF-VALOR-ACEITO TO CRC-VALOR
               MOVE ZEROS                TO CRC-VALOR-PAGO
               SET CRC-ABERTO            TO TRUE
               WRITE CONTAREC-REG
                   INVALID KEY
                       DISPLAY 'TITULO ' CRC-NUMERO
                           ' JA EXISTE NO CONTAS A RECEBER - NADA '
                           'FOI GRAVADO.'
                   NOT INVALID KEY
                       SET WRK-LANCOU TO TRUE
                       DISPLAY 'TITULO ' CRC-NUMERO '/01 GERADO NO '
                           'CONTAS A RECEBER CONTRA A SEGURADORA.'
               END-WRITE
           END-IF.

       COPY CPYABLPR.
