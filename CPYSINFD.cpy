      **************************************************************
      ** CPYSINFD - LAYOUT DO REGISTRO DE SINISTROS (SINISTRO). UM
      ** REGISTRO POR RECLAMACAO DE AVARIA ('A') OU EXTRAVIO ('E'),
      ** AMARRADO AO EMBARQUE PELA CHAVE DELE (DATA DO DESPACHO +
      ** SEQUENCIA), COM A TRANSPORTADORA E O CLIENTE DO EMBARQUE,
      ** A QUANTIDADE E O VALOR RECLAMADOS, O RESPONSAVEL ('T'
      ** TRANSPORTADORA / 'S' SEGURADORA, ESTA COM O CNPJ), OS
      ** DOCUMENTOS APRESENTADOS E A SITUACAO ('A' ABERTO / 'C'
      ** ACEITO / 'N' NEGADO / 'P' PAGO) COM A DATA EM QUE MUDOU E
      ** O VALOR ACEITO. SINISTRO ACEITO DA TRANSPORTADORA VIRA
      ** DESCONTO NO FRETDESC; DA SEGURADORA, TITULO NO CONTAREC
      ** COM O NUMERO 80000000 + NUMERO DO SINISTRO, PARCELA 01.
      ** SIN-REPOSICAO 'S' QUANDO O REENVIO AO CLIENTE JA FOI
      ** GERADO (REPOSIC). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  SINISTRO-FILE.
       01  SINISTRO-REG.
           05  SIN-NUMERO         PIC 9(06).
           05  SIN-EMBARQUE.
               10  SIN-DATA-DESPACHO  PIC 9(08).
               10  SIN-SEQUENCIA      PIC 9(04).
           05  SIN-TRANSP         PIC 9(03).
           05  SIN-CLIENTE.
               10  SIN-TIPO-PESSOA    PIC X(01).
               10  SIN-DOC-CLIENTE    PIC 9(14).
           05  SIN-TIPO           PIC X(01).
               88  SIN-AVARIA                 VALUE 'A'.
               88  SIN-EXTRAVIO               VALUE 'E'.
           05  SIN-DATA-ABERTURA  PIC 9(08).
           05  SIN-QTD-AVARIADA   PIC 9(05).
           05  SIN-VALOR          PIC 9(08)V99.
           05  SIN-RESPONSAVEL    PIC X(01).
               88  SIN-RESP-TRANSPORTADORA    VALUE 'T'.
               88  SIN-RESP-SEGURADORA        VALUE 'S'.
           05  SIN-DOC-SEGURADORA PIC 9(14).
           05  SIN-DOCUMENTOS     PIC X(40).
           05  SIN-SITUACAO       PIC X(01).
               88  SIN-ABERTO                 VALUE 'A'.
               88  SIN-ACEITO                 VALUE 'C'.
               88  SIN-NEGADO                 VALUE 'N'.
               88  SIN-PAGO                   VALUE 'P'.
           05  SIN-DATA-SITUACAO  PIC 9(08).
           05  SIN-VALOR-ACEITO   PIC 9(08)V99.
           05  SIN-REPOSICAO      PIC X(01).
               88  SIN-REPOSICAO-GERADA       VALUE 'S'.
