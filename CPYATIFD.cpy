      **************************************************************
      ** CPYATIFD - LAYOUT DOS TITULOS RENEGOCIADOS EM ACORDO
      ** (ACORDTIT). UM REGISTRO POR TITULO ORIGINAL LIQUIDADO
      ** PELO ACORDO (CRC-SITUACAO 'N'), APONTANDO O NUMERO DO
      ** ACORDO, COM O VENCIMENTO, O SALDO E OS ENCARGOS (MULTA E
      ** JUROS) APURADOS NA DATA DO ACORDO.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ACORDTIT-FILE.
       01  ACORDTIT-REG.
           05  ATI-CHAVE.
               10  ATI-NUMERO     PIC 9(08).
               10  ATI-PARCELA    PIC 9(02).
           05  ATI-ACORDO         PIC 9(08).
           05  ATI-VENCTO         PIC 9(08).
           05  ATI-SALDO          PIC 9(09)V99.
           05  ATI-MULTA          PIC 9(09)V99.
           05  ATI-JUROS          PIC 9(09)V99.
           05  ATI-DIAS-UTEIS     PIC 9(05).
