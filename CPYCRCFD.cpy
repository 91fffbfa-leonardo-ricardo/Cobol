      ** CPYCRCFD - LAYOUT DO CONTAS A RECEBER (CONTAREC). UM
      ** TITULO POR PARCELA DE FATURA EMITIDA (FATURA A VISTA GERA
      ** UMA PARCELA UNICA, 01), COM O VALOR, O VENCIMENTO, O
      ** VALOR JA RECEBIDO E A SITUACAO ('A' ABERTO / 'P' PAGO /
      ** 'W' BAIXADO COMO PERDA, APOS APROVACAO DO SUPERVISOR -
      ** RECEBIMENTO POSTERIOR ENTRA COMO PERDA RECUPERADA -
      ** / 'N' RENEGOCIADO, LIQUIDADO POR ACORDO, VER CPYATIFD
      ** / 'C' CANCELADO - MENSALIDADE DE COMPETENCIA POSTERIOR AO
      ** TRANCAMENTO DA MATRICULA, VER PROGMVAM).
      ** O CLIENTE E IDENTIFICADO PELA CHAVE DO CADASTRO (TIPO DE
      ** PESSOA + CPF/CNPJ, COMO CLI-CHAVE).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CONTAREC-FILE.
           05  CRC-CHAVE.
               10  CRC-NUMERO     PIC 9(08).
               10  CRC-PARCELA    PIC 9(02).
           05  CRC-CLIENTE.
               10  CRC-TIPO-PESSOA PIC X(01).
               10  CRC-DOC-CLIENTE PIC 9(14).
           05  CRC-DATA-EMISSAO   PIC 9(08).
           05  CRC-DATA-VENCTO.
               10  CRC-VCT-ANO    PIC 9(04).
           05  CRC-SITUACAO       PIC X(01).
               88  CRC-ABERTO                 VALUE 'A'.
               88  CRC-PAGO                   VALUE 'P'.
               88  CRC-BAIXADO-PERDA          VALUE 'W'.
               88  CRC-RENEGOCIADO            VALUE 'N'.
               88  CRC-CANCELADO              VALUE 'C'.
