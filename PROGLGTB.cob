       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLGTB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ATENDIMENTO DOS PEDIDOS DE ACESSO DO TITULAR
      **    (LGPD), COMPLEMENTO DA ELIMINACAO FEITA PELO PROGLGPD.
      **    LE O ARQUIVO DE SOLICITACOES (LGPDSOL) E, PARA CADA CPF
      **    SOLICITADO ('S'), GRAVA UM DOCUMENTO UNICO (TIT + NUMERO
      **    DO PROTOCOLO) COM TODOS OS DADOS MANTIDOS SOBRE O TITULAR
      **    E A ORIGEM DE CADA BLOCO:
      **    - CADASTRO (CLIENTE) E HISTORICO DE ALTERACOES (CLIALTER);
      **    - NOTAS FISCAIS (FATREG), TITULOS (CONTAREC) E PAGAMENTOS
      **      (PAGTOS);
      **    - VENDAS (VENDAS) E PEDIDOS (PEDVENDA);
      **    - EMBARQUES COM OS DADOS DO CANHOTO (EMBARQUE);
      **    - ALUNOS SOB SUA RESPONSABILIDADE (MATRALUN);
      **    - CERTIFICADOS DE ELIMINACAO ANTERIORES (LGPDCERT);
      **    - RECLAMACOES NO SAC E AS ACOES DE CADA UMA (SACCHAM E
      **      SACHIST).
      **    CADA PEDIDO RECEBE UM NUMERO DE PROTOCOLO (ANO + SEQUENCIA
      **    NO ANO) E O PRAZO LEGAL DE RESPOSTA (DATA DO PEDIDO MAIS
      **    WRK-PRAZO-LEGAL DIAS CORRIDOS), REGISTRADOS NO ARQUIVO DE
      **    PROTOCOLOS (LGPDPROT) COM SITUACAO 'G' (DOCUMENTO GERADO,
      **    AGUARDANDO ENTREGA). O REGISTRO 'E' DO LGPDSOL INFORMA A
      **    ENTREGA DO DOCUMENTO AO TITULAR E ENCERRA O PROTOCOLO. A
      **    CADA EXECUCAO SAI O RELATORIO LGPDPRZ COM OS PROTOCOLOS
      **    AINDA NAO ENTREGUES A WRK-DIAS-ALERTA DIAS OU MENOS DO
      **    PRAZO (OU JA VENCIDOS). TODO ATENDIMENTO E TODA ENTREGA
      **    VAO PARA A TRILHA DE AUDITORIA; REGISTRO INVALIDO DO
      **    LGPDSOL VAI PARA O RELATORIO DE EXCECOES.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - NOVO BLOCO COM OS CHAMADOS DO SAC DO TITULAR
      **               (SACCHAM) E O HISTORICO DE ACOES DE CADA UM
      **               (SACHIST).
      **  15/10/2026 LR - FALHA NA ABERTURA DO DOCUMENTO DO TITULAR
      **               (LGPDTIT) VAI PARA O ABENDLOG E O PEDIDO E
      **               REJEITADO SEM CONSUMIR O PROTOCOLO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPDSOL-FILE ASSIGN TO "LGPDSOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPDSOL-STATUS.
           SELECT LGPDPROT-FILE ASSIGN TO "LGPDPROT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPDPROT-STATUS.
           SELECT LGPDTIT-FILE ASSIGN TO DYNAMIC WRK-TIT-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPDTIT-STATUS.
           SELECT LGPDPRZ-FILE ASSIGN TO "LGPDPRZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPDPRZ-STATUS.
           SELECT CLIALTER-FILE ASSIGN TO "CLIALTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIALTER-STATUS.
           SELECT FATREG-FILE ASSIGN TO "FATREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FATREG-STATUS.
           SELECT PAGTOS-FILE ASSIGN TO "PAGTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAGTOS-STATUS.
           SELECT VENDAS-FILE ASSIGN TO "VENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-VENDAS-STATUS.
           SELECT LGPDCERT-FILE ASSIGN TO "LGPDCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPDCERT-STATUS.
           COPY CPYCLISL.
           COPY CPYCRCSL.
           COPY CPYPDVSL.
           COPY CPYEMBSL.
           COPY CPYMATSL.
           COPY CPYSACSL.
           COPY CPYSAHSL.
           COPY CPYAUDSL.
           COPY CPYEXCSL.
           COPY CPYABLSL.
       DATA DIVISION.
       FILE SECTION.
       FD  LGPDSOL-FILE.
       01  LGPDSOL-REG.
           05  LSO-TIPO           PIC X(01).
               88  LSO-SOLICITACAO            VALUE 'S'.
               88  LSO-ENTREGA                VALUE 'E'.
           05  LSO-CPF            PIC 9(11).
           05  LSO-DATA           PIC 9(08).
           05  LSO-PROTOCOLO      PIC 9(10).

       FD  LGPDPROT-FILE.
       01  LGPDPROT-REG.
           05  LPT-PROTOCOLO      PIC 9(10).
           05  LPT-CPF            PIC 9(11).
           05  LPT-DATA-SOLIC     PIC 9(08).
           05  LPT-DATA-PRAZO     PIC 9(08).
           05  LPT-SITUACAO       PIC X(01).
           05  LPT-DATA-ENTREGA   PIC 9(08).
           05  LPT-QTD-REGISTROS  PIC 9(07).

       FD  LGPDTIT-FILE.
       01  LGPDTIT-LINHA          PIC X(132).

       FD  LGPDPRZ-FILE.
       01  LGPDPRZ-LINHA          PIC X(80).

       FD  CLIALTER-FILE.
       01  CLIALTER-REG.
           05  CLIALTER-DATA          PIC 9(08).
           05  FILLER                 PIC X(01).
           05  CLIALTER-HORA          PIC 9(06).
           05  FILLER                 PIC X(01).
           05  CLIALTER-OPERACAO      PIC X(01).
           05  FILLER                 PIC X(01).
           05  CLIALTER-CPF           PIC X(11).
           05  FILLER                 PIC X(01).
           05  CLIALTER-NOME-ANTIGO   PIC X(20).
           05  FILLER                 PIC X(01).
           05  CLIALTER-NOME-NOVO     PIC X(20).
           05  FILLER                 PIC X(01).
           05  CLIALTER-RG-ANTIGO     PIC X(13).
           05  FILLER                 PIC X(01).
           05  CLIALTER-RG-NOVO       PIC X(13).
           05  FILLER                 PIC X(21).

       FD  FATREG-FILE.
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01).
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01).
           05  FRG-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
           05  FRG-QTD-ITENS      PIC 9(03).
           05  FILLER             PIC X(01).
           05  FRG-TOTAL          PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  FRG-UF             PIC X(02).
           05  FILLER             PIC X(01).
           05  FRG-ICMS           PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  FRG-PROTOCOLO      PIC X(15).
           05  FILLER             PIC X(01).
           05  FRG-SIT-FISCAL     PIC X(01).

       FD  PAGTOS-FILE.
       01  PAGTO-REG.
           05  PAG-NUMERO         PIC 9(08).
           05  PAG-PARCELA        PIC 9(02).
           05  PAG-DATA           PIC 9(08).
           05  PAG-VALOR          PIC 9(09)V99.
           05  PAG-CLIENTE.
               10  PAG-TIPO-PESSOA PIC X(01).
               10  PAG-DOC-CLIENTE PIC 9(14).

       FD  VENDAS-FILE.
       01  VENDA-REG.
           05  VND-TIPO           PIC X(01).
               88  VND-TIPO-VENDA             VALUE 'V'.
               88  VND-TIPO-DEVOLUCAO         VALUE 'D'.
               88  VND-TIPO-CANCELAMENTO      VALUE 'C'.
           05  VND-FILIAL         PIC 9(02).
           05  VND-CODVENDEDOR    PIC 9(04).
           05  VND-VENDEDOR       PIC X(30).
           05  VND-CLIENTE.
               10  VND-TIPO-PESSOA PIC X(01).
               10  VND-DOC-CLIENTE PIC 9(14).
           05  VND-CODPRODUTO     PIC X(08).
           05  VND-PRODUTO        PIC X(15).
           05  VND-UF-DESTINO     PIC X(02).
           05  VND-VALOR-VENDA    PIC 9(07)V99.
           05  VND-DATA           PIC 9(08).
           05  VND-FATURA-ORIG    PIC 9(08).
           05  VND-QUANTIDADE     PIC 9(03).
           05  VND-PARCELAS       PIC 9(02).

       FD  LGPDCERT-FILE.
       01  LGPDCERT-LINHA         PIC X(80).
       COPY CPYCLIFD.
       COPY CPYCRCFD.
       COPY CPYPDVFD.
       COPY CPYEMBFD.
       COPY CPYMATFD.
       COPY CPYSACFD.
       COPY CPYSAHFD.
       COPY CPYAUDFD.
       COPY CPYEXCFD.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
       77  WRK-LGPDSOL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LGPDPROT-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-LGPDTIT-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LGPDPRZ-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CLIALTER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FATREG-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-PAGTOS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-VENDAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-LGPDCERT-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CLIENTE-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CONTAREC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PEDVENDA-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-EMBARQUE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SACCHAM-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-SACHIST-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-LEITURA-FIM-SW     PIC X(01) VALUE 'N'.
           88  WRK-LEITURA-FIM                VALUE 'S'.
       77  WRK-CARGA-FIM-SW       PIC X(01) VALUE 'N'.
           88  WRK-CARGA-FIM                  VALUE 'S'.
       77  WRK-CARGA-ESTOUROU-SW  PIC X(01) VALUE 'N'.
           88  WRK-CARGA-ESTOUROU             VALUE 'S'.
       77  WRK-CLIENTE-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CLIENTE-ABERTO           VALUE 'S'.
       77  WRK-CONTAREC-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-CONTAREC-ABERTO          VALUE 'S'.
       77  WRK-PEDVENDA-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PEDVENDA-ABERTO          VALUE 'S'.
       77  WRK-EMBARQUE-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-EMBARQUE-ABERTO          VALUE 'S'.
       77  WRK-MATRALUN-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-MATRALUN-ABERTO          VALUE 'S'.
       77  WRK-SACCHAM-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-SACCHAM-ABERTO           VALUE 'S'.
       77  WRK-PAGTO-DO-TITULAR-SW PIC X(01) VALUE 'N'.
           88  WRK-PAGTO-DO-TITULAR         VALUE 'S'.
       77  WRK-CERT-SEGUINTE-SW   PIC X(01) VALUE 'N'.
           88  WRK-CERT-SEGUINTE            VALUE 'S'.
       77  WRK-SECAO-INDISP-SW    PIC X(01) VALUE 'N'.
           88  WRK-SECAO-INDISP             VALUE 'S'.
       77  WRK-HOJE               PIC 9(08) VALUE ZEROS.
      ** PRAZO LEGAL DE RESPOSTA AO TITULAR (DIAS CORRIDOS A PARTIR
      ** DO PEDIDO) E ANTECEDENCIA DO ALERTA NO RELATORIO LGPDPRZ.
       77  WRK-PRAZO-LEGAL        PIC 9(03) VALUE 15.
       77  WRK-DIAS-ALERTA        PIC 9(03) VALUE 5.
       77  WRK-TIT-NOME           PIC X(13) VALUE SPACES.
       77  WRK-TIT-CPF            PIC 9(11) VALUE ZEROS.
       77  WRK-TIT-CPF-TEXTO      PIC X(11) VALUE SPACES.
       01  WRK-TIT-CLIENTE.
           05  WRK-TIT-TIPO-PESSOA PIC X(01) VALUE 'F'.
           05  WRK-TIT-DOCUMENTO  PIC 9(14) VALUE ZEROS.
       77  WRK-DATA-SOLIC         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-PRAZO         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ENTREGA       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-RESTANTES     PIC S9(05) VALUE ZEROS.
       01  WRK-PROTOCOLO.
           05  WRK-PROT-ANO       PIC 9(04) VALUE ZEROS.
           05  WRK-PROT-SEQ       PIC 9(06) VALUE ZEROS.
       01  WRK-PROTOCOLO-NUM REDEFINES WRK-PROTOCOLO PIC 9(10).
       77  WRK-ULTIMO-PROTOCOLO   PIC 9(10) VALUE ZEROS.
       77  WRK-PROTOCOLO-ANTERIOR PIC 9(10) VALUE ZEROS.
       77  WRK-QTD-SECAO          PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-DOCUMENTO      PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-SOLICITACOES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ENTREGAS       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REJEITADOS     PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-ALERTAS        PIC 9(05) VALUE ZEROS.
       77  WRK-IDX                PIC 9(05) VALUE ZEROS.
       77  WRK-PRT-ACHADO         PIC 9(05) VALUE ZEROS.
      ** CHAMADOS DO SAC DO TITULAR, PARA A LEITURA DO HISTORICO.
       77  WRK-TAB-SAC-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CHAMADOS.
           05  TAB-SAC-NUMERO OCCURS 1 TO 200 TIMES
                   DEPENDING ON WRK-TAB-SAC-QTD
                   INDEXED BY SAC-IDX PIC 9(08).
       77  WRK-VALOR-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LINHA              PIC X(132) VALUE SPACES.
      **************************************************************
      ** ARQUIVO DE PROTOCOLOS EM MEMORIA: CARREGADO NO INICIO,
      ** ATUALIZADO PELOS PEDIDOS E ENTREGAS E REGRAVADO NO FIM.
      **************************************************************
       77  WRK-TAB-PRT-QTD        PIC 9(05) VALUE ZEROS.
       01  WRK-TAB-PROTOCOLOS.
           05  TAB-PRT OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WRK-TAB-PRT-QTD.
               10  TAB-PRT-PROTOCOLO  PIC 9(10).
               10  TAB-PRT-CPF        PIC 9(11).
               10  TAB-PRT-DATA-SOLIC PIC 9(08).
               10  TAB-PRT-DATA-PRAZO PIC 9(08).
               10  TAB-PRT-SITUACAO   PIC X(01).
                   88  TAB-PRT-GERADO             VALUE 'G'.
                   88  TAB-PRT-ENTREGUE           VALUE 'E'.
               10  TAB-PRT-DATA-ENTREGA PIC 9(08).
               10  TAB-PRT-QTD-REGISTROS PIC 9(07).
      **************************************************************
      ** LINHAS DO DOCUMENTO DO TITULAR.
      **************************************************************
       01  WRK-LINHA-PROTOCOLO.
           05  FILLER             PIC X(11) VALUE 'PROTOCOLO: '.
           05  WRK-LPR-PROTOCOLO  PIC 9(10).
           05  FILLER             PIC X(08) VALUE '   CPF: '.
           05  WRK-LPR-CPF        PIC 9(11).
       01  WRK-LINHA-DATAS.
           05  FILLER             PIC X(15) VALUE 'SOLICITADO EM: '.
           05  WRK-LDT-SOLIC      PIC 9(08).
           05  FILLER             PIC X(16) VALUE '   PRAZO LEGAL: '.
           05  WRK-LDT-PRAZO      PIC 9(08).
           05  FILLER             PIC X(15) VALUE '   EMITIDO EM: '.
           05  WRK-LDT-EMISSAO    PIC 9(08).
       01  WRK-LINHA-SECAO.
           05  FILLER             PIC X(04) VALUE '--- '.
           05  WRK-LSC-TITULO     PIC X(60).
       01  WRK-LINHA-ORIGEM.
           05  FILLER             PIC X(10) VALUE '  ORIGEM: '.
           05  WRK-LOR-ORIGEM     PIC X(80).
       01  WRK-LINHA-QTD.
           05  FILLER             PIC X(13) VALUE '  REGISTROS: '.
           05  WRK-LQT-QTD        PIC ZZZZ9.
       01  WRK-LINHA-CAMPO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LCP-ROTULO     PIC X(20).
           05  WRK-LCP-VALOR      PIC X(60).
       01  WRK-LINHA-ALTERACAO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAL-DATA       PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LAL-HORA       PIC X(06).
           05  FILLER             PIC X(06) VALUE ' OPER '.
           05  WRK-LAL-OPERACAO   PIC X(01).
           05  FILLER             PIC X(06) VALUE ' NOME '.
           05  WRK-LAL-NOME-ANT   PIC X(20).
           05  FILLER             PIC X(04) VALUE ' -> '.
           05  WRK-LAL-NOME-NOVO  PIC X(20).
           05  FILLER             PIC X(04) VALUE ' RG '.
           05  WRK-LAL-RG-ANT     PIC X(13).
           05  FILLER             PIC X(04) VALUE ' -> '.
           05  WRK-LAL-RG-NOVO    PIC X(13).
       01  WRK-LINHA-FATURA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LFT-NUMERO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LFT-DATA       PIC 9(08).
           05  FILLER             PIC X(07) VALUE ' ITENS '.
           05  WRK-LFT-ITENS      PIC ZZ9.
           05  FILLER             PIC X(07) VALUE ' TOTAL '.
           05  WRK-LFT-TOTAL      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(04) VALUE ' UF '.
           05  WRK-LFT-UF         PIC X(02).
           05  FILLER             PIC X(11) VALUE ' PROTOCOLO '.
           05  WRK-LFT-PROTOCOLO  PIC X(15).
       01  WRK-LINHA-TITULO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LTT-NUMERO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LTT-PARCELA    PIC 9(02).
           05  FILLER             PIC X(05) VALUE ' EMI '.
           05  WRK-LTT-EMISSAO    PIC 9(08).
           05  FILLER             PIC X(05) VALUE ' VCT '.
           05  WRK-LTT-VENCTO     PIC 9(08).
           05  FILLER             PIC X(07) VALUE ' VALOR '.
           05  WRK-LTT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(06) VALUE ' PAGO '.
           05  WRK-LTT-PAGO       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LTT-SITUACAO   PIC X(12).
       01  WRK-LINHA-PAGTO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LPG-DATA       PIC 9(08).
           05  FILLER             PIC X(08) VALUE ' TITULO '.
           05  WRK-LPG-NUMERO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LPG-PARCELA    PIC 9(02).
           05  FILLER             PIC X(07) VALUE ' VALOR '.
           05  WRK-LPG-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
       01  WRK-LINHA-VENDA.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LVD-DATA       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LVD-TIPO       PIC X(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LVD-PRODUTO    PIC X(15).
           05  FILLER             PIC X(05) VALUE ' QTD '.
           05  WRK-LVD-QTD        PIC ZZ9.
           05  FILLER             PIC X(07) VALUE ' VALOR '.
           05  WRK-LVD-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(08) VALUE ' FILIAL '.
           05  WRK-LVD-FILIAL     PIC 9(02).
           05  FILLER             PIC X(10) VALUE ' VENDEDOR '.
           05  WRK-LVD-VENDEDOR   PIC X(30).
       01  WRK-LINHA-PEDIDO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LPD-NUMERO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LPD-DATA       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LPD-PRODUTO    PIC X(15).
           05  FILLER             PIC X(05) VALUE ' PED '.
           05  WRK-LPD-PEDIDA     PIC ZZZZ9.
           05  FILLER             PIC X(05) VALUE ' FAT '.
           05  WRK-LPD-FATURADA   PIC ZZZZ9.
           05  FILLER             PIC X(07) VALUE ' UNIT. '.
           05  WRK-LPD-UNITARIO   PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LPD-SITUACAO   PIC X(09).
           05  FILLER             PIC X(06) VALUE ' UF   '.
           05  WRK-LPD-UF         PIC X(02).
       01  WRK-LINHA-EMBARQUE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LEB-DATA       PIC 9(08).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WRK-LEB-SEQ        PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LEB-PRODUTO    PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LEB-UF         PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LEB-STATUS     PIC X(10).
           05  FILLER             PIC X(05) VALUE ' POD '.
           05  WRK-LEB-POD        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LEB-POD-NOME   PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LEB-POD-DOC    PIC X(11).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LEB-POD-DATA   PIC X(08).
       01  WRK-LINHA-ALUNO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LAN-MATRICULA  PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LAN-NOME       PIC X(20).
           05  FILLER             PIC X(07) VALUE ' TURMA '.
           05  WRK-LAN-TURMA      PIC X(10).
           05  FILLER             PIC X(05) VALUE ' ANO '.
           05  WRK-LAN-ANO        PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LAN-SITUACAO   PIC X(20).
       01  WRK-LINHA-CHAMADO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LCH-NUMERO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LCH-ABERTURA   PIC 9(08).
           05  FILLER             PIC X(05) VALUE ' CAT '.
           05  WRK-LCH-CATEGORIA  PIC X(02).
           05  FILLER             PIC X(06) VALUE ' AREA '.
           05  WRK-LCH-AREA       PIC X(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LCH-SITUACAO   PIC X(12).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LCH-RESUMO     PIC X(40).
       01  WRK-LINHA-ACAO-SAC.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WRK-LAS-NUMERO     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LAS-DATA       PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LAS-ACAO       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-LAS-TEXTO      PIC X(60).
      **************************************************************
      ** LINHAS DO RELATORIO DE PRAZOS (LGPDPRZ).
      **************************************************************
       01  WRK-PRZ-DATA.
           05  FILLER             PIC X(18) VALUE
               'DATA DE REFERENCIA'.
           05  FILLER             PIC X(02) VALUE ': '.
           05  WRK-PZD-HOJE       PIC 9(08).
           05  FILLER             PIC X(17) VALUE '   ALERTA COM ATE'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-PZD-ALERTA     PIC ZZ9.
           05  FILLER             PIC X(23) VALUE
               ' DIA(S) PARA O PRAZO'.
       01  WRK-PRZ-DET.
           05  WRK-PZT-PROTOCOLO  PIC 9(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-PZT-CPF        PIC 9(11).
           05  FILLER             PIC X(06) VALUE ' SOL. '.
           05  WRK-PZT-SOLIC      PIC 9(08).
           05  FILLER             PIC X(08) VALUE ' PRAZO '.
           05  WRK-PZT-PRAZO      PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WRK-PZT-DIAS       PIC -ZZZ9.
           05  FILLER             PIC X(06) VALUE ' DIAS '.
           05  WRK-PZT-MARCA      PIC X(08).
       COPY CPYDTSWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FIM.
           PERFORM 0300-FINALIZAR.

           STOP RUN.

      **************************************************************
      ** O ARQUIVO DE PROTOCOLOS E CARREGADO ANTES DE TUDO; ACIMA
      ** DA CAPACIDADE DA TABELA A EXECUCAO E ABORTADA SEM REGRAVAR
      ** NADA (COMO NO PROGLGPD). SEM LGPDSOL, SO O RELATORIO DE
      ** PRAZOS E EMITIDO. OS ARQUIVOS INDEXADOS SAO OPCIONAIS: O
      ** BLOCO DE UM ARQUIVO INDISPONIVEL SAI MARCADO NO DOCUMENTO.
      **************************************************************
       0100-INICIALIZAR.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           OPEN EXTEND AUDITORIA-FILE.
           IF WRK-AUDITORIA-STATUS = '05' OR '35'
               CLOSE AUDITORIA-FILE
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           OPEN EXTEND EXCECOES-FILE.
           IF WRK-EXCECOES-STATUS = '05' OR '35'
               CLOSE EXCECOES-FILE
               OPEN OUTPUT EXCECOES-FILE
           END-IF.

           PERFORM 8000-CARREGAR-PROTOCOLOS.
           IF WRK-CARGA-ESTOUROU
               MOVE 'PROGLGTB'          TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'  TO ABL-PARAGRAFO
               MOVE '00'                TO ABL-STATUS-ARQUIVO
               MOVE 'LGPDPROT ACIMA DE 5000 PROTOCOLOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               DISPLAY 'LGPDPROT ACIMA DE 5000 PROTOCOLOS - EXECUCAO'
                   ' ABORTADA SEM REGRAVAR NADA.'
               SET WRK-FIM TO TRUE
           ELSE
               OPEN INPUT CLIENTE-FILE
               IF WRK-CLIENTE-STATUS = '00'
                   SET WRK-CLIENTE-ABERTO TO TRUE
               END-IF
               OPEN INPUT CONTAREC-FILE
               IF WRK-CONTAREC-STATUS = '00'
                   SET WRK-CONTAREC-ABERTO TO TRUE
               END-IF
               OPEN INPUT PEDVENDA-FILE
               IF WRK-PEDVENDA-STATUS = '00'
                   SET WRK-PEDVENDA-ABERTO TO TRUE
               END-IF
               OPEN INPUT EMBARQUE-FILE
               IF WRK-EMBARQUE-STATUS = '00'
                   SET WRK-EMBARQUE-ABERTO TO TRUE
               END-IF
               OPEN INPUT MATRALUN-FILE
               IF WRK-MATRALUN-STATUS = '00'
                   SET WRK-MATRALUN-ABERTO TO TRUE
               END-IF
               OPEN INPUT SACCHAM-FILE
               IF WRK-SACCHAM-STATUS = '00'
                   SET WRK-SACCHAM-ABERTO TO TRUE
               END-IF

               OPEN INPUT LGPDSOL-FILE
               IF WRK-LGPDSOL-STATUS NOT = '00'
                   DISPLAY 'PROGLGTB: SEM SOLICITACOES (LGPDSOL) - '
                       'SO O RELATORIO DE PRAZOS.'
                   SET WRK-FIM TO TRUE
               ELSE
                   READ LGPDSOL-FILE
                       AT END SET WRK-FIM TO TRUE
                   END-READ
               END-IF
           END-IF.

       0200-PROCESSAR.

           EVALUATE TRUE
               WHEN LSO-SOLICITACAO
                   PERFORM 0210-ATENDER-SOLICITACAO
               WHEN LSO-ENTREGA
                   PERFORM 0250-REGISTRAR-ENTREGA
               WHEN OTHER
                   MOVE LSO-CPF    TO EXC-CHAVE
                   MOVE 'LSO-TIPO' TO EXC-CAMPO
                   MOVE LSO-TIPO   TO EXC-VALOR
                   MOVE 'TIPO DE REGISTRO DIFERENTE DE S E E'
                       TO EXC-MOTIVO
                   PERFORM 8950-REJEITAR-REGISTRO
           END-EVALUATE.

           READ LGPDSOL-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** UM PEDIDO DE ACESSO: PROTOCOLO, PRAZO LEGAL, DOCUMENTO DO
      ** TITULAR COM TODOS OS BLOCOS E REGISTRO NO LGPDPROT.
      **************************************************************
       0210-ATENDER-SOLICITACAO.

           EVALUATE TRUE
               WHEN LSO-CPF NOT NUMERIC OR LSO-CPF = ZEROS
                   MOVE LSO-CPF    TO EXC-CHAVE
                   MOVE 'LSO-CPF'  TO EXC-CAMPO
                   MOVE LSO-CPF    TO EXC-VALOR
                   MOVE 'CPF DO TITULAR INVALIDO'
                       TO EXC-MOTIVO
                   PERFORM 8950-REJEITAR-REGISTRO
               WHEN WRK-TAB-PRT-QTD >= 5000
                   MOVE LSO-CPF    TO EXC-CHAVE
                   MOVE 'LGPDPROT' TO EXC-CAMPO
                   MOVE WRK-TAB-PRT-QTD TO EXC-VALOR
                   MOVE 'ARQUIVO DE PROTOCOLOS CHEIO (5000)'
                       TO EXC-MOTIVO
                   PERFORM 8950-REJEITAR-REGISTRO
               WHEN OTHER
                   PERFORM 0220-GERAR-DOCUMENTO
           END-EVALUATE.

       0220-GERAR-DOCUMENTO.

           MOVE LSO-CPF        TO WRK-TIT-CPF.
           MOVE WRK-TIT-CPF    TO WRK-TIT-CPF-TEXTO.
           MOVE 'F'            TO WRK-TIT-TIPO-PESSOA.
           MOVE WRK-TIT-CPF    TO WRK-TIT-DOCUMENTO.
           IF LSO-DATA IS NUMERIC AND LSO-DATA NOT = ZEROS
               MOVE LSO-DATA   TO WRK-DATA-SOLIC
           ELSE
               MOVE WRK-HOJE   TO WRK-DATA-SOLIC
           END-IF.

           MOVE WRK-ULTIMO-PROTOCOLO TO WRK-PROTOCOLO-ANTERIOR.
           PERFORM 8100-NUMERAR-PROTOCOLO.
           PERFORM 8150-CALCULAR-PRAZO.

           MOVE SPACES TO WRK-TIT-NOME.
           STRING 'TIT' DELIMITED BY SIZE
               WRK-PROTOCOLO-NUM DELIMITED BY SIZE
               INTO WRK-TIT-NOME.
           OPEN OUTPUT LGPDTIT-FILE.
           IF WRK-LGPDTIT-STATUS NOT = '00'
               MOVE WRK-PROTOCOLO-ANTERIOR TO WRK-ULTIMO-PROTOCOLO
               MOVE 'PROGLGTB'              TO ABL-PROGRAMA
               MOVE '0220-GERAR-DOCUMENTO'  TO ABL-PARAGRAFO
               MOVE WRK-LGPDTIT-STATUS      TO ABL-STATUS-ARQUIVO
               MOVE 'ERRO NA ABERTURA DO DOCUMENTO DO TITULAR'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
               MOVE LSO-CPF      TO EXC-CHAVE
               MOVE 'LGPDTIT'    TO EXC-CAMPO
               MOVE WRK-TIT-NOME TO EXC-VALOR
               MOVE 'DOCUMENTO DO TITULAR NAO PODE SER ABERTO'
                   TO EXC-MOTIVO
               PERFORM 8950-REJEITAR-REGISTRO
           ELSE
               PERFORM 0230-MONTAR-DOCUMENTO
           END-IF.

      **************************************************************
      ** DOCUMENTO DO TITULAR JA ABERTO: GRAVA OS BLOCOS, FECHA O
      ** ARQUIVO E REGISTRA O PROTOCOLO NA TABELA E NA AUDITORIA.
      **************************************************************
       0230-MONTAR-DOCUMENTO.

           MOVE ZEROS TO WRK-QTD-DOCUMENTO.

           MOVE 'RELATORIO DO TITULAR DE DADOS PESSOAIS - LGPD (ACESSO)'
               TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           MOVE WRK-PROTOCOLO-NUM TO WRK-LPR-PROTOCOLO.
           MOVE WRK-TIT-CPF       TO WRK-LPR-CPF.
           MOVE WRK-LINHA-PROTOCOLO TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           MOVE WRK-DATA-SOLIC    TO WRK-LDT-SOLIC.
           MOVE WRK-DATA-PRAZO    TO WRK-LDT-PRAZO.
           MOVE WRK-HOJE          TO WRK-LDT-EMISSAO.
           MOVE WRK-LINHA-DATAS   TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           MOVE 'ESTE DOCUMENTO RELACIONA TODOS OS DADOS MANTIDOS SOBRE'
               TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           MOVE 'O TITULAR, BLOCO A BLOCO, COM A ORIGEM DE CADA UM.'
               TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.

           PERFORM 1000-SECAO-CADASTRO.
           PERFORM 1100-SECAO-ALTERACOES.
           PERFORM 1200-SECAO-FATURAS.
           PERFORM 1300-SECAO-TITULOS.
           PERFORM 1400-SECAO-PAGAMENTOS.
           PERFORM 1500-SECAO-VENDAS.
           PERFORM 1600-SECAO-PEDIDOS.
           PERFORM 1700-SECAO-EMBARQUES.
           PERFORM 1800-SECAO-ALUNOS.
           PERFORM 1900-SECAO-CERTIFICADOS.
           PERFORM 2000-SECAO-CHAMADOS.

           MOVE SPACES TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '=== TOTAL DE REGISTROS DO TITULAR: '
               DELIMITED BY SIZE
               WRK-QTD-DOCUMENTO DELIMITED BY SIZE
               ' ===' DELIMITED BY SIZE
               INTO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           CLOSE LGPDTIT-FILE.

           ADD 1 TO WRK-TAB-PRT-QTD.
           MOVE WRK-PROTOCOLO-NUM TO TAB-PRT-PROTOCOLO(WRK-TAB-PRT-QTD).
           MOVE WRK-TIT-CPF       TO TAB-PRT-CPF(WRK-TAB-PRT-QTD).
           MOVE WRK-DATA-SOLIC  TO TAB-PRT-DATA-SOLIC(WRK-TAB-PRT-QTD).
           MOVE WRK-DATA-PRAZO  TO TAB-PRT-DATA-PRAZO(WRK-TAB-PRT-QTD).
           SET TAB-PRT-GERADO(WRK-TAB-PRT-QTD) TO TRUE.
           MOVE ZEROS         TO TAB-PRT-DATA-ENTREGA(WRK-TAB-PRT-QTD).
           MOVE WRK-QTD-DOCUMENTO
               TO TAB-PRT-QTD-REGISTROS(WRK-TAB-PRT-QTD).
           ADD 1 TO WRK-QTD-SOLICITACOES.

           MOVE 'PROGLGTB' TO AUD-USUARIO.
           MOVE ZEROS      TO AUD-NIVEL.
           MOVE SPACES     TO AUD-RESULTADO.
           STRING 'LGPD ACESSO PROT ' DELIMITED BY SIZE
               WRK-PROTOCOLO-NUM DELIMITED BY SIZE
               INTO AUD-RESULTADO.
           PERFORM 9200-GRAVAR-AUDITORIA.

           DISPLAY 'PROGLGTB: PROTOCOLO ' WRK-PROTOCOLO-NUM
               ' - DOCUMENTO ' WRK-TIT-NOME ' COM ' WRK-QTD-DOCUMENTO
               ' REGISTRO(S), PRAZO ' WRK-DATA-PRAZO '.'.

      **************************************************************
      ** ENTREGA DO DOCUMENTO AO TITULAR: ENCERRA O PROTOCOLO. DATA
      ** EM ZEROS = HOJE. ENTREGA APOS O PRAZO E ACEITA, COM AVISO.
      **************************************************************
       0250-REGISTRAR-ENTREGA.

           MOVE ZEROS TO WRK-PRT-ACHADO.
           PERFORM 0251-PROCURAR-PROTOCOLO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-PRT-QTD.

           EVALUATE TRUE
               WHEN WRK-PRT-ACHADO = ZEROS
                   MOVE LSO-PROTOCOLO   TO EXC-CHAVE
                   MOVE 'LSO-PROTOCOLO' TO EXC-CAMPO
                   MOVE LSO-PROTOCOLO   TO EXC-VALOR
                   MOVE 'PROTOCOLO NAO ENCONTRADO NO LGPDPROT'
                       TO EXC-MOTIVO
                   PERFORM 8950-REJEITAR-REGISTRO
               WHEN TAB-PRT-ENTREGUE(WRK-PRT-ACHADO)
                   MOVE LSO-PROTOCOLO   TO EXC-CHAVE
                   MOVE 'LSO-PROTOCOLO' TO EXC-CAMPO
                   MOVE LSO-PROTOCOLO   TO EXC-VALOR
                   MOVE 'PROTOCOLO JA ENTREGUE AO TITULAR'
                       TO EXC-MOTIVO
                   PERFORM 8950-REJEITAR-REGISTRO
               WHEN OTHER
                   IF LSO-DATA IS NUMERIC AND LSO-DATA NOT = ZEROS
                       MOVE LSO-DATA TO WRK-DATA-ENTREGA
                   ELSE
                       MOVE WRK-HOJE TO WRK-DATA-ENTREGA
                   END-IF
                   SET TAB-PRT-ENTREGUE(WRK-PRT-ACHADO) TO TRUE
                   MOVE WRK-DATA-ENTREGA
                       TO TAB-PRT-DATA-ENTREGA(WRK-PRT-ACHADO)
                   ADD 1 TO WRK-QTD-ENTREGAS
                   IF WRK-DATA-ENTREGA
                       > TAB-PRT-DATA-PRAZO(WRK-PRT-ACHADO)
                       DISPLAY 'PROGLGTB: PROTOCOLO ' LSO-PROTOCOLO
                           ' ENTREGUE APOS O PRAZO LEGAL ('
                           TAB-PRT-DATA-PRAZO(WRK-PRT-ACHADO) ').'
                   END-IF
                   MOVE 'PROGLGTB' TO AUD-USUARIO
                   MOVE ZEROS      TO AUD-NIVEL
                   MOVE SPACES     TO AUD-RESULTADO
                   STRING 'LGPD ENTREGA PROT ' DELIMITED BY SIZE
                       LSO-PROTOCOLO DELIMITED BY SIZE
                       INTO AUD-RESULTADO
                   PERFORM 9200-GRAVAR-AUDITORIA
           END-EVALUATE.

       0251-PROCURAR-PROTOCOLO.

           IF TAB-PRT-PROTOCOLO(WRK-IDX) = LSO-PROTOCOLO
               MOVE WRK-IDX TO WRK-PRT-ACHADO
           END-IF.

       0300-FINALIZAR.

           IF NOT WRK-CARGA-ESTOUROU
               PERFORM 8200-REGRAVAR-PROTOCOLOS
               PERFORM 8400-RELATORIO-PRAZOS
               IF WRK-LGPDSOL-STATUS = '00'
                   CLOSE LGPDSOL-FILE
               END-IF
               IF WRK-CLIENTE-ABERTO
                   CLOSE CLIENTE-FILE
               END-IF
               IF WRK-CONTAREC-ABERTO
                   CLOSE CONTAREC-FILE
               END-IF
               IF WRK-PEDVENDA-ABERTO
                   CLOSE PEDVENDA-FILE
               END-IF
               IF WRK-EMBARQUE-ABERTO
                   CLOSE EMBARQUE-FILE
               END-IF
               IF WRK-MATRALUN-ABERTO
                   CLOSE MATRALUN-FILE
               END-IF
               IF WRK-SACCHAM-ABERTO
                   CLOSE SACCHAM-FILE
               END-IF
           END-IF.
           CLOSE AUDITORIA-FILE.
           CLOSE EXCECOES-FILE.

           DISPLAY 'PEDIDOS DE ACESSO ATENDIDOS: ' WRK-QTD-SOLICITACOES.
           DISPLAY 'ENTREGAS REGISTRADAS.......: ' WRK-QTD-ENTREGAS.
           DISPLAY 'REGISTROS REJEITADOS.......: ' WRK-QTD-REJEITADOS.
           DISPLAY 'PROTOCOLOS PROXIMOS DO PRAZO: ' WRK-QTD-ALERTAS.

      **************************************************************
      ** CADASTRO DO CLIENTE (PESSOA FISICA, CHAVE 'F' + CPF).
      **************************************************************
       1000-SECAO-CADASTRO.

           MOVE 'CADASTRO DE CLIENTES (CLIENTE)' TO WRK-LSC-TITULO.
           MOVE 'CADASTRO FEITO NO ATENDIMENTO (PROGCPF)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           IF NOT WRK-CLIENTE-ABERTO
               PERFORM 8870-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE WRK-TIT-CLIENTE TO CLI-CHAVE
               READ CLIENTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-SECAO
                       PERFORM 1010-GRAVAR-CADASTRO
               END-READ
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1010-GRAVAR-CADASTRO.

           MOVE 'NOME..............:' TO WRK-LCP-ROTULO.
           MOVE CLI-NOME              TO WRK-LCP-VALOR.
           PERFORM 8860-GRAVAR-CAMPO.
           MOVE 'RG................:' TO WRK-LCP-ROTULO.
           MOVE CLI-RG                TO WRK-LCP-VALOR.
           PERFORM 8860-GRAVAR-CAMPO.
           MOVE 'ENDERECO..........:' TO WRK-LCP-ROTULO.
           MOVE SPACES                TO WRK-LCP-VALOR.
           STRING CLI-ENDERECO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-NUMERO DELIMITED BY SIZE
               INTO WRK-LCP-VALOR.
           PERFORM 8860-GRAVAR-CAMPO.
           MOVE 'CIDADE/UF/CEP.....:' TO WRK-LCP-ROTULO.
           MOVE SPACES                TO WRK-LCP-VALOR.
           STRING CLI-CIDADE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-UF DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CLI-CEP DELIMITED BY SIZE
               INTO WRK-LCP-VALOR.
           PERFORM 8860-GRAVAR-CAMPO.
           MOVE 'TELEFONE..........:' TO WRK-LCP-ROTULO.
           MOVE CLI-TELEFONE          TO WRK-LCP-VALOR.
           PERFORM 8860-GRAVAR-CAMPO.
           MOVE 'E-MAIL............:' TO WRK-LCP-ROTULO.
           MOVE CLI-EMAIL             TO WRK-LCP-VALOR.
           PERFORM 8860-GRAVAR-CAMPO.
           MOVE 'SITUACAO..........:' TO WRK-LCP-ROTULO.
           IF CLI-INATIVO
               MOVE 'INATIVO'         TO WRK-LCP-VALOR
           ELSE
               MOVE 'ATIVO'           TO WRK-LCP-VALOR
           END-IF.
           PERFORM 8860-GRAVAR-CAMPO.
           MOVE 'LIMITE DE CREDITO.:' TO WRK-LCP-ROTULO.
           MOVE CLI-LIMITE-CREDITO    TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT        TO WRK-LCP-VALOR.
           PERFORM 8860-GRAVAR-CAMPO.

      **************************************************************
      ** HISTORICO DE ALTERACOES DO CADASTRO. O CPF FICA NA COLUNA
      ** 19 DA LINHA, COMO NA ELIMINACAO (PROGLGPD); LINHAS JA
      ** ANONIMIZADAS NAO TRAZEM MAIS O CPF E NAO SAO ALCANCADAS.
      **************************************************************
       1100-SECAO-ALTERACOES.

           MOVE 'HISTORICO DE ALTERACOES DO CADASTRO (CLIALTER)'
               TO WRK-LSC-TITULO.
           MOVE 'LOG DE INCLUSOES E ALTERACOES DO CADASTRO (PROGCPF)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           OPEN INPUT CLIALTER-FILE.
           IF WRK-CLIALTER-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ CLIALTER-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 1110-LER-ALTERACAO UNTIL WRK-LEITURA-FIM
               CLOSE CLIALTER-FILE
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1110-LER-ALTERACAO.

           IF CLIALTER-CPF = WRK-TIT-CPF-TEXTO
               ADD 1 TO WRK-QTD-SECAO
               MOVE CLIALTER-DATA        TO WRK-LAL-DATA
               MOVE CLIALTER-HORA        TO WRK-LAL-HORA
               MOVE CLIALTER-OPERACAO    TO WRK-LAL-OPERACAO
               MOVE CLIALTER-NOME-ANTIGO TO WRK-LAL-NOME-ANT
               MOVE CLIALTER-NOME-NOVO   TO WRK-LAL-NOME-NOVO
               MOVE CLIALTER-RG-ANTIGO   TO WRK-LAL-RG-ANT
               MOVE CLIALTER-RG-NOVO     TO WRK-LAL-RG-NOVO
               MOVE WRK-LINHA-ALTERACAO  TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.
           READ CLIALTER-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.

      **************************************************************
      ** NOTAS FISCAIS EMITIDAS PARA O TITULAR.
      **************************************************************
       1200-SECAO-FATURAS.

           MOVE 'NOTAS FISCAIS (FATREG)' TO WRK-LSC-TITULO.
           MOVE 'FATURAMENTO DOS PEDIDOS E VENDAS (PROGFATB)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           OPEN INPUT FATREG-FILE.
           IF WRK-FATREG-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ FATREG-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 1210-LER-FATURA UNTIL WRK-LEITURA-FIM
               CLOSE FATREG-FILE
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1210-LER-FATURA.

           IF FRG-CLIENTE = WRK-TIT-CLIENTE
               ADD 1 TO WRK-QTD-SECAO
               MOVE FRG-NUMERO    TO WRK-LFT-NUMERO
               MOVE FRG-DATA      TO WRK-LFT-DATA
               MOVE FRG-QTD-ITENS TO WRK-LFT-ITENS
               MOVE FRG-TOTAL     TO WRK-LFT-TOTAL
               MOVE FRG-UF        TO WRK-LFT-UF
               MOVE FRG-PROTOCOLO TO WRK-LFT-PROTOCOLO
               MOVE WRK-LINHA-FATURA TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.
           READ FATREG-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.

      **************************************************************
      ** TITULOS A RECEBER DO TITULAR, EM QUALQUER SITUACAO.
      **************************************************************
       1300-SECAO-TITULOS.

           MOVE 'TITULOS A RECEBER (CONTAREC)' TO WRK-LSC-TITULO.
           MOVE 'PARCELAS DAS FATURAS E MENSALIDADES (PROGFATB)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           IF NOT WRK-CONTAREC-ABERTO
               PERFORM 8870-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO CRC-CHAVE
               START CONTAREC-FILE KEY IS NOT LESS THAN CRC-CHAVE
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 1310-LER-TITULO UNTIL WRK-LEITURA-FIM
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1310-LER-TITULO.

           READ CONTAREC-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND CRC-CLIENTE = WRK-TIT-CLIENTE
               ADD 1 TO WRK-QTD-SECAO
               MOVE CRC-NUMERO       TO WRK-LTT-NUMERO
               MOVE CRC-PARCELA      TO WRK-LTT-PARCELA
               MOVE CRC-DATA-EMISSAO TO WRK-LTT-EMISSAO
               MOVE CRC-DATA-VENCTO  TO WRK-LTT-VENCTO
               MOVE CRC-VALOR        TO WRK-LTT-VALOR
               MOVE CRC-VALOR-PAGO   TO WRK-LTT-PAGO
               EVALUATE TRUE
                   WHEN CRC-ABERTO
                       MOVE 'ABERTO'       TO WRK-LTT-SITUACAO
                   WHEN CRC-PAGO
                       MOVE 'PAGO'         TO WRK-LTT-SITUACAO
                   WHEN CRC-BAIXADO-PERDA
                       MOVE 'BAIXA PERDA'  TO WRK-LTT-SITUACAO
                   WHEN CRC-RENEGOCIADO
                       MOVE 'RENEGOCIADO'  TO WRK-LTT-SITUACAO
                   WHEN CRC-CANCELADO
                       MOVE 'CANCELADO'    TO WRK-LTT-SITUACAO
                   WHEN OTHER
                       MOVE CRC-SITUACAO   TO WRK-LTT-SITUACAO
               END-EVALUATE
               MOVE WRK-LINHA-TITULO TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.

      **************************************************************
      ** PAGAMENTOS. O CLIENTE VEM DO PROPRIO PAGTOS QUANDO
      ** PRESENTE; PAGAMENTO ANTIGO, SEM O CAMPO, E LOCALIZADO PELO
      ** TITULO NO CONTAREC, COMO NA CONSULTA DO CLIENTE (PROGCLIC).
      **************************************************************
       1400-SECAO-PAGAMENTOS.

           MOVE 'PAGAMENTOS RECEBIDOS (PAGTOS)' TO WRK-LSC-TITULO.
           MOVE 'RETORNO DA COBRANCA BANCARIA E BAIXAS (PROGCRET)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           OPEN INPUT PAGTOS-FILE.
           IF WRK-PAGTOS-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ PAGTOS-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 1410-LER-PAGAMENTO UNTIL WRK-LEITURA-FIM
               CLOSE PAGTOS-FILE
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1410-LER-PAGAMENTO.

           PERFORM 1420-CONFERIR-TITULAR-PAGTO.
           IF WRK-PAGTO-DO-TITULAR
               ADD 1 TO WRK-QTD-SECAO
               MOVE PAG-DATA    TO WRK-LPG-DATA
               MOVE PAG-NUMERO  TO WRK-LPG-NUMERO
               MOVE PAG-PARCELA TO WRK-LPG-PARCELA
               MOVE PAG-VALOR   TO WRK-LPG-VALOR
               MOVE WRK-LINHA-PAGTO TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.
           READ PAGTOS-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.

       1420-CONFERIR-TITULAR-PAGTO.

           MOVE 'N' TO WRK-PAGTO-DO-TITULAR-SW.
           IF PAG-DOC-CLIENTE IS NUMERIC
               AND PAG-DOC-CLIENTE > ZEROS
               IF PAG-CLIENTE = WRK-TIT-CLIENTE
                   SET WRK-PAGTO-DO-TITULAR TO TRUE
               END-IF
           ELSE
               IF WRK-CONTAREC-ABERTO
                   MOVE PAG-NUMERO  TO CRC-NUMERO
                   MOVE PAG-PARCELA TO CRC-PARCELA
                   READ CONTAREC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CRC-CLIENTE = WRK-TIT-CLIENTE
                               SET WRK-PAGTO-DO-TITULAR TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      **************************************************************
      ** MOVIMENTO DE VENDAS (VENDAS, DEVOLUCOES E CANCELAMENTOS);
      ** CABECALHO E RODAPE DO ARQUIVO NAO TEM CLIENTE.
      **************************************************************
       1500-SECAO-VENDAS.

           MOVE 'MOVIMENTO DE VENDAS (VENDAS)' TO WRK-LSC-TITULO.
           MOVE 'ENTREGAS DOS PEDIDOS E VENDAS DIGITADAS (PROGPDVB)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           OPEN INPUT VENDAS-FILE.
           IF WRK-VENDAS-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               READ VENDAS-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 1510-LER-VENDA UNTIL WRK-LEITURA-FIM
               CLOSE VENDAS-FILE
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1510-LER-VENDA.

           IF (VND-TIPO-VENDA OR VND-TIPO-DEVOLUCAO
               OR VND-TIPO-CANCELAMENTO)
               AND VND-CLIENTE = WRK-TIT-CLIENTE
               ADD 1 TO WRK-QTD-SECAO
               MOVE VND-DATA        TO WRK-LVD-DATA
               EVALUATE TRUE
                   WHEN VND-TIPO-VENDA
                       MOVE 'VENDA'        TO WRK-LVD-TIPO
                   WHEN VND-TIPO-DEVOLUCAO
                       MOVE 'DEVOLUCAO'    TO WRK-LVD-TIPO
                   WHEN OTHER
                       MOVE 'CANCELAMENTO' TO WRK-LVD-TIPO
               END-EVALUATE
               MOVE VND-PRODUTO     TO WRK-LVD-PRODUTO
               MOVE VND-QUANTIDADE  TO WRK-LVD-QTD
               MOVE VND-VALOR-VENDA TO WRK-LVD-VALOR
               MOVE VND-FILIAL      TO WRK-LVD-FILIAL
               MOVE VND-VENDEDOR    TO WRK-LVD-VENDEDOR
               MOVE WRK-LINHA-VENDA TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.
           READ VENDAS-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.

      **************************************************************
      ** PEDIDOS DE VENDA DO TITULAR, EM QUALQUER SITUACAO.
      **************************************************************
       1600-SECAO-PEDIDOS.

           MOVE 'PEDIDOS DE VENDA (PEDVENDA)' TO WRK-LSC-TITULO.
           MOVE 'DIGITACAO DE PEDIDOS (PROGPDVM)' TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           IF NOT WRK-PEDVENDA-ABERTO
               PERFORM 8870-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO PDV-NUMERO
               START PEDVENDA-FILE KEY IS NOT LESS THAN PDV-NUMERO
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 1610-LER-PEDIDO UNTIL WRK-LEITURA-FIM
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1610-LER-PEDIDO.

           READ PEDVENDA-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND PDV-CLIENTE = WRK-TIT-CLIENTE
               ADD 1 TO WRK-QTD-SECAO
               MOVE PDV-NUMERO       TO WRK-LPD-NUMERO
               MOVE PDV-DATA-PEDIDO  TO WRK-LPD-DATA
               MOVE PDV-PRODUTO      TO WRK-LPD-PRODUTO
               MOVE PDV-QTD-PEDIDA   TO WRK-LPD-PEDIDA
               MOVE PDV-QTD-FATURADA TO WRK-LPD-FATURADA
               MOVE PDV-VALOR-UNIT   TO WRK-LPD-UNITARIO
               MOVE PDV-UF-DESTINO   TO WRK-LPD-UF
               EVALUATE TRUE
                   WHEN PDV-ABERTO
                       MOVE 'ABERTO'    TO WRK-LPD-SITUACAO
                   WHEN PDV-PARCIAL
                       MOVE 'PARCIAL'   TO WRK-LPD-SITUACAO
                   WHEN PDV-FECHADO
                       MOVE 'FECHADO'   TO WRK-LPD-SITUACAO
                   WHEN PDV-CANCELADO
                       MOVE 'CANCELADO' TO WRK-LPD-SITUACAO
                   WHEN OTHER
                       MOVE PDV-SITUACAO TO WRK-LPD-SITUACAO
               END-EVALUATE
               MOVE WRK-LINHA-PEDIDO TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.

      **************************************************************
      ** EMBARQUES COM OS DADOS DO CANHOTO (NOME E DOCUMENTO DE
      ** QUEM RECEBEU). EMBARQUES GRAVADOS ANTES DO CLIENTE CONSTAR
      ** NO ARQUIVO (EMB-CLIENTE EM ESPACOS) NAO SAO ALCANCADOS.
      **************************************************************
       1700-SECAO-EMBARQUES.

           MOVE 'EMBARQUES E COMPROVANTES DE ENTREGA (EMBARQUE)'
               TO WRK-LSC-TITULO.
           MOVE 'FRETE (PROGFRTB) E BAIXA DE ENTREGA (PROGEMBM)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           IF NOT WRK-EMBARQUE-ABERTO
               PERFORM 8870-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO EMB-CHAVE
               START EMBARQUE-FILE KEY IS NOT LESS THAN EMB-CHAVE
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 1710-LER-EMBARQUE UNTIL WRK-LEITURA-FIM
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1710-LER-EMBARQUE.

           READ EMBARQUE-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND EMB-CLIENTE = WRK-TIT-CLIENTE
               ADD 1 TO WRK-QTD-SECAO
               MOVE EMB-DATA-DESPACHO TO WRK-LEB-DATA
               MOVE EMB-SEQUENCIA     TO WRK-LEB-SEQ
               MOVE EMB-PRODUTO       TO WRK-LEB-PRODUTO
               MOVE EMB-ESTADO        TO WRK-LEB-UF
               EVALUATE TRUE
                   WHEN EMB-ENTREGUE
                       MOVE 'ENTREGUE'    TO WRK-LEB-STATUS
                   WHEN EMB-DEVOLVIDO
                       MOVE 'DEVOLVIDO'   TO WRK-LEB-STATUS
                   WHEN OTHER
                       MOVE 'DESPACHADO'  TO WRK-LEB-STATUS
               END-EVALUATE
               EVALUATE TRUE
                   WHEN EMB-POD-CONFIRMADO
                       MOVE 'OK'              TO WRK-LEB-POD
                       MOVE EMB-POD-NOME      TO WRK-LEB-POD-NOME
                       MOVE EMB-POD-DOCUMENTO TO WRK-LEB-POD-DOC
                       MOVE EMB-POD-DATA      TO WRK-LEB-POD-DATA
                   WHEN EMB-POD-PENDENTE
                       MOVE 'PENDENTE'        TO WRK-LEB-POD
                       MOVE SPACES            TO WRK-LEB-POD-NOME
                       MOVE SPACES            TO WRK-LEB-POD-DOC
                       MOVE SPACES            TO WRK-LEB-POD-DATA
                   WHEN OTHER
                       MOVE '-'               TO WRK-LEB-POD
                       MOVE SPACES            TO WRK-LEB-POD-NOME
                       MOVE SPACES            TO WRK-LEB-POD-DOC
                       MOVE SPACES            TO WRK-LEB-POD-DATA
               END-EVALUATE
               MOVE WRK-LINHA-EMBARQUE TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.

      **************************************************************
      ** ALUNOS DE QUEM O TITULAR E O RESPONSAVEL FINANCEIRO.
      **************************************************************
       1800-SECAO-ALUNOS.

           MOVE 'ALUNOS SOB RESPONSABILIDADE DO TITULAR (MATRALUN)'
               TO WRK-LSC-TITULO.
           MOVE 'CADASTRO DE MATRICULAS DE ALUNOS' TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           IF NOT WRK-MATRALUN-ABERTO
               PERFORM 8870-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO MAT-MATRICULA
               START MATRALUN-FILE KEY IS NOT LESS THAN MAT-MATRICULA
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 1810-LER-ALUNO UNTIL WRK-LEITURA-FIM
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1810-LER-ALUNO.

           READ MATRALUN-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND MAT-CPF-RESPONSAVEL = WRK-TIT-CPF
               ADD 1 TO WRK-QTD-SECAO
               MOVE MAT-MATRICULA  TO WRK-LAN-MATRICULA
               MOVE MAT-NOME       TO WRK-LAN-NOME
               MOVE MAT-TURMA      TO WRK-LAN-TURMA
               MOVE MAT-ANO-LETIVO TO WRK-LAN-ANO
               EVALUATE TRUE
                   WHEN MAT-ATIVA
                       MOVE 'ATIVA'           TO WRK-LAN-SITUACAO
                   WHEN MAT-INATIVA
                       MOVE 'INATIVA'         TO WRK-LAN-SITUACAO
                   WHEN MAT-PENDENTE-FINANCEIRO
                       MOVE 'PEND. FINANCEIRO' TO WRK-LAN-SITUACAO
                   WHEN OTHER
                       MOVE MAT-SITUACAO      TO WRK-LAN-SITUACAO
               END-EVALUATE
               MOVE WRK-LINHA-ALUNO TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.

      **************************************************************
      ** CERTIFICADOS DE ELIMINACAO ANTERIORES: A LINHA DO
      ** CERTIFICADO COM O CPF E A LINHA SEGUINTE, COM AS
      ** QUANTIDADES ANONIMIZADAS (VER PROGLGPD).
      **************************************************************
       1900-SECAO-CERTIFICADOS.

           MOVE 'CERTIFICADOS DE ELIMINACAO ANTERIORES (LGPDCERT)'
               TO WRK-LSC-TITULO.
           MOVE 'ELIMINACAO DE DADOS A PEDIDO DO TITULAR (PROGLGPD)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           OPEN INPUT LGPDCERT-FILE.
           IF WRK-LGPDCERT-STATUS = '00'
               MOVE 'N' TO WRK-LEITURA-FIM-SW
               MOVE 'N' TO WRK-CERT-SEGUINTE-SW
               READ LGPDCERT-FILE
                   AT END SET WRK-LEITURA-FIM TO TRUE
               END-READ
               PERFORM 1910-LER-CERTIFICADO UNTIL WRK-LEITURA-FIM
               CLOSE LGPDCERT-FILE
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       1910-LER-CERTIFICADO.

           EVALUATE TRUE
               WHEN WRK-CERT-SEGUINTE
                   MOVE SPACES TO WRK-LINHA
                   STRING '  ' DELIMITED BY SIZE
                       LGPDCERT-LINHA DELIMITED BY SIZE
                       INTO WRK-LINHA
                   PERFORM 8850-GRAVAR-LINHA
                   MOVE 'N' TO WRK-CERT-SEGUINTE-SW
               WHEN LGPDCERT-LINHA(1:37)
                   = 'CERTIFICADO DE ELIMINACAO LGPD - CPF '
                   AND LGPDCERT-LINHA(38:11) = WRK-TIT-CPF-TEXTO
                   ADD 1 TO WRK-QTD-SECAO
                   MOVE SPACES TO WRK-LINHA
                   STRING '  ' DELIMITED BY SIZE
                       LGPDCERT-LINHA DELIMITED BY SIZE
                       INTO WRK-LINHA
                   PERFORM 8850-GRAVAR-LINHA
                   SET WRK-CERT-SEGUINTE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ LGPDCERT-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.

      **************************************************************
      ** CHAMADOS DO SAC ABERTOS PELO TITULAR E, EM SEGUIDA, AS
      ** ACOES REGISTRADAS EM CADA UM (HISTORICO SACHIST).
      **************************************************************
       2000-SECAO-CHAMADOS.

           MOVE 'RECLAMACOES NO SAC (SACCHAM E SACHIST)'
               TO WRK-LSC-TITULO.
           MOVE 'ATENDIMENTO DE RECLAMACOES DO CLIENTE (PROGSACM)'
               TO WRK-LOR-ORIGEM.
           PERFORM 8800-ABRIR-SECAO.

           MOVE ZEROS TO WRK-TAB-SAC-QTD.
           IF NOT WRK-SACCHAM-ABERTO
               PERFORM 8870-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'N'   TO WRK-LEITURA-FIM-SW
               MOVE ZEROS TO SAC-NUMERO
               START SACCHAM-FILE KEY IS NOT LESS THAN SAC-NUMERO
                   INVALID KEY SET WRK-LEITURA-FIM TO TRUE
               END-START
               PERFORM 2010-LER-CHAMADO UNTIL WRK-LEITURA-FIM
           END-IF.

           IF WRK-TAB-SAC-QTD > ZEROS
               OPEN INPUT SACHIST-FILE
               IF WRK-SACHIST-STATUS = '00'
                   MOVE '  ACOES REGISTRADAS NOS CHAMADOS:' TO WRK-LINHA
                   PERFORM 8850-GRAVAR-LINHA
                   MOVE 'N' TO WRK-LEITURA-FIM-SW
                   READ SACHIST-FILE
                       AT END SET WRK-LEITURA-FIM TO TRUE
                   END-READ
                   PERFORM 2020-LER-ACAO-CHAMADO UNTIL WRK-LEITURA-FIM
                   CLOSE SACHIST-FILE
               END-IF
           END-IF.

           PERFORM 8900-FECHAR-SECAO.

       2010-LER-CHAMADO.

           READ SACCHAM-FILE NEXT RECORD
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.
           IF NOT WRK-LEITURA-FIM
               AND SAC-CLIENTE = WRK-TIT-CLIENTE
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-TAB-SAC-QTD < 200
                   ADD 1 TO WRK-TAB-SAC-QTD
                   MOVE SAC-NUMERO TO TAB-SAC-NUMERO(WRK-TAB-SAC-QTD)
               END-IF
               MOVE SAC-NUMERO        TO WRK-LCH-NUMERO
               MOVE SAC-DATA-ABERTURA TO WRK-LCH-ABERTURA
               MOVE SAC-CATEGORIA     TO WRK-LCH-CATEGORIA
               MOVE SAC-AREA          TO WRK-LCH-AREA
               EVALUATE TRUE
                   WHEN SAC-FECHADO
                       MOVE 'FECHADO'      TO WRK-LCH-SITUACAO
                   WHEN SAC-EM-ANDAMENTO
                       MOVE 'EM ANDAMENTO' TO WRK-LCH-SITUACAO
                   WHEN OTHER
                       MOVE 'ABERTO'       TO WRK-LCH-SITUACAO
               END-EVALUATE
               MOVE SAC-RESUMO        TO WRK-LCH-RESUMO
               MOVE WRK-LINHA-CHAMADO TO WRK-LINHA
               PERFORM 8850-GRAVAR-LINHA
           END-IF.

       2020-LER-ACAO-CHAMADO.

           SET SAC-IDX TO 1.
           SEARCH TAB-SAC-NUMERO
               AT END
                   CONTINUE
               WHEN TAB-SAC-NUMERO(SAC-IDX) = SAH-NUMERO
                   ADD 1 TO WRK-QTD-SECAO
                   MOVE SAH-NUMERO TO WRK-LAS-NUMERO
                   MOVE SAH-DATA   TO WRK-LAS-DATA
                   MOVE SAH-ACAO   TO WRK-LAS-ACAO
                   MOVE SAH-TEXTO  TO WRK-LAS-TEXTO
                   MOVE WRK-LINHA-ACAO-SAC TO WRK-LINHA
                   PERFORM 8850-GRAVAR-LINHA
           END-SEARCH.
           READ SACHIST-FILE
               AT END SET WRK-LEITURA-FIM TO TRUE
           END-READ.

       8000-CARREGAR-PROTOCOLOS.

           MOVE 'N'   TO WRK-CARGA-FIM-SW.
           MOVE ZEROS TO WRK-TAB-PRT-QTD.
           MOVE ZEROS TO WRK-ULTIMO-PROTOCOLO.
           OPEN INPUT LGPDPROT-FILE.
           IF WRK-LGPDPROT-STATUS = '35'
               CONTINUE
           ELSE
               READ LGPDPROT-FILE
                   AT END SET WRK-CARGA-FIM TO TRUE
               END-READ
               PERFORM 8010-LER-PROTOCOLO UNTIL WRK-CARGA-FIM
               CLOSE LGPDPROT-FILE
           END-IF.

       8010-LER-PROTOCOLO.

           IF WRK-TAB-PRT-QTD >= 5000
               SET WRK-CARGA-ESTOUROU TO TRUE
               SET WRK-CARGA-FIM TO TRUE
           ELSE
               ADD 1 TO WRK-TAB-PRT-QTD
               MOVE LGPDPROT-REG TO TAB-PRT(WRK-TAB-PRT-QTD)
               IF LPT-PROTOCOLO > WRK-ULTIMO-PROTOCOLO
                   MOVE LPT-PROTOCOLO TO WRK-ULTIMO-PROTOCOLO
               END-IF
               READ LGPDPROT-FILE
                   AT END SET WRK-CARGA-FIM TO TRUE
               END-READ
           END-IF.

      **************************************************************
      ** PROTOCOLO = ANO CORRENTE + SEQUENCIA NO ANO (A SEQUENCIA
      ** RECOMECA EM 1 NA VIRADA DO ANO).
      **************************************************************
       8100-NUMERAR-PROTOCOLO.

           MOVE WRK-ULTIMO-PROTOCOLO TO WRK-PROTOCOLO-NUM.
           IF WRK-PROT-ANO = WRK-HOJE(1:4)
               ADD 1 TO WRK-PROT-SEQ
           ELSE
               MOVE WRK-HOJE(1:4) TO WRK-PROT-ANO
               MOVE 1             TO WRK-PROT-SEQ
           END-IF.
           MOVE WRK-PROTOCOLO-NUM TO WRK-ULTIMO-PROTOCOLO.

      **************************************************************
      ** PRAZO LEGAL = DATA DO PEDIDO + WRK-PRAZO-LEGAL DIAS
      ** CORRIDOS (PROGDATA, FUNCAO 'AD').
      **************************************************************
       8150-CALCULAR-PRAZO.

           INITIALIZE WRK-DTS-AREA.
           MOVE WRK-DATA-SOLIC  TO DTS-DATA1.
           MOVE WRK-PRAZO-LEGAL TO DTS-DIAS.
           MOVE 'AD'            TO DTS-FUNCAO.
           CALL 'PROGDATA' USING WRK-DTS-AREA.
           MOVE DTS-PROX-UTIL   TO WRK-DATA-PRAZO.

       8200-REGRAVAR-PROTOCOLOS.

           OPEN OUTPUT LGPDPROT-FILE.
           PERFORM 8210-GRAVAR-PROTOCOLO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-PRT-QTD.
           CLOSE LGPDPROT-FILE.

       8210-GRAVAR-PROTOCOLO.

           MOVE TAB-PRT(WRK-IDX) TO LGPDPROT-REG.
           WRITE LGPDPROT-REG.

      **************************************************************
      ** RELATORIO DE PRAZOS: PROTOCOLOS AINDA NAO ENTREGUES COM
      ** WRK-DIAS-ALERTA DIAS OU MENOS ATE O PRAZO LEGAL (DIAS
      ** NEGATIVOS = PRAZO JA VENCIDO).
      **************************************************************
       8400-RELATORIO-PRAZOS.

           OPEN OUTPUT LGPDPRZ-FILE.
           MOVE '=== PEDIDOS DE ACESSO LGPD PROXIMOS DO PRAZO ==='
               TO LGPDPRZ-LINHA.
           WRITE LGPDPRZ-LINHA.
           MOVE WRK-HOJE        TO WRK-PZD-HOJE.
           MOVE WRK-DIAS-ALERTA TO WRK-PZD-ALERTA.
           WRITE LGPDPRZ-LINHA FROM WRK-PRZ-DATA.
           MOVE 'PROTOCOLO  CPF         SOLICITADO  PRAZO    DIAS'
               TO LGPDPRZ-LINHA.
           WRITE LGPDPRZ-LINHA.

           MOVE ZEROS TO WRK-QTD-ALERTAS.
           PERFORM 8410-CONFERIR-PRAZO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-PRT-QTD.

           MOVE SPACES TO LGPDPRZ-LINHA.
           IF WRK-QTD-ALERTAS = ZEROS
               MOVE 'NENHUM PEDIDO PROXIMO DO PRAZO.' TO LGPDPRZ-LINHA
           ELSE
               STRING 'PROTOCOLOS A ATENDER: ' DELIMITED BY SIZE
                   WRK-QTD-ALERTAS DELIMITED BY SIZE
                   INTO LGPDPRZ-LINHA
           END-IF.
           WRITE LGPDPRZ-LINHA.
           CLOSE LGPDPRZ-FILE.

       8410-CONFERIR-PRAZO.

           IF TAB-PRT-GERADO(WRK-IDX)
               INITIALIZE WRK-DTS-AREA
               MOVE WRK-HOJE TO DTS-DATA1
               MOVE TAB-PRT-DATA-PRAZO(WRK-IDX) TO DTS-DATA2
               MOVE 'DE' TO DTS-FUNCAO
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-DIAS TO WRK-DIAS-RESTANTES
               IF WRK-DIAS-RESTANTES <= WRK-DIAS-ALERTA
                   ADD 1 TO WRK-QTD-ALERTAS
                   MOVE TAB-PRT-PROTOCOLO(WRK-IDX)  TO WRK-PZT-PROTOCOLO
                   MOVE TAB-PRT-CPF(WRK-IDX)        TO WRK-PZT-CPF
                   MOVE TAB-PRT-DATA-SOLIC(WRK-IDX) TO WRK-PZT-SOLIC
                   MOVE TAB-PRT-DATA-PRAZO(WRK-IDX) TO WRK-PZT-PRAZO
                   MOVE WRK-DIAS-RESTANTES          TO WRK-PZT-DIAS
                   IF WRK-DIAS-RESTANTES < ZEROS
                       MOVE 'VENCIDO'  TO WRK-PZT-MARCA
                   ELSE
                       MOVE 'A VENCER' TO WRK-PZT-MARCA
                   END-IF
                   WRITE LGPDPRZ-LINHA FROM WRK-PRZ-DET
               END-IF
           END-IF.

       8800-ABRIR-SECAO.

           MOVE ZEROS  TO WRK-QTD-SECAO.
           MOVE 'N'    TO WRK-SECAO-INDISP-SW.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           MOVE WRK-LINHA-SECAO  TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           MOVE WRK-LINHA-ORIGEM TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.

       8850-GRAVAR-LINHA.

           WRITE LGPDTIT-LINHA FROM WRK-LINHA.

       8860-GRAVAR-CAMPO.

           MOVE WRK-LINHA-CAMPO TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.

       8870-ARQUIVO-INDISPONIVEL.

           MOVE '  ARQUIVO INDISPONIVEL - BLOCO NAO CONSULTADO.'
               TO WRK-LINHA.
           PERFORM 8850-GRAVAR-LINHA.
           SET WRK-SECAO-INDISP TO TRUE.

       8900-FECHAR-SECAO.

           EVALUATE TRUE
               WHEN WRK-SECAO-INDISP
                   CONTINUE
               WHEN WRK-QTD-SECAO = ZEROS
                   MOVE '  NENHUM REGISTRO.' TO WRK-LINHA
                   PERFORM 8850-GRAVAR-LINHA
               WHEN OTHER
                   MOVE WRK-QTD-SECAO TO WRK-LQT-QTD
                   MOVE WRK-LINHA-QTD TO WRK-LINHA
                   PERFORM 8850-GRAVAR-LINHA
                   ADD WRK-QTD-SECAO TO WRK-QTD-DOCUMENTO
           END-EVALUATE.

       8950-REJEITAR-REGISTRO.

           MOVE 'PROGLGTB' TO EXC-PROGRAMA.
           PERFORM 9100-GRAVAR-EXCECAO.
           ADD 1 TO WRK-QTD-REJEITADOS.

       COPY CPYAUDPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
