      **************************************************************
      ** CPYDVFFD - LAYOUT DO HISTORICO DE CONFERENCIA DE COBRANCA
      ** DE FRETE. UM REGISTRO POR TRANSPORTADORA A CADA EXECUCAO
      ** DO PROGFRET: DATA DO LOTE, TRANSPORTADORA, EMBARQUES
      ** COBRADOS CONFERIDOS E QUANTOS DIVERGIRAM (VALOR FORA DA
      ** TOLERANCIA OU EMBARQUE QUE NAO CONSTA DO FRETESAI).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  DIVFRETE-FILE.
       01  DIVFRETE-REG.
           05  DVF-DATA            PIC 9(08).
           05  DVF-TRANSP          PIC 9(03).
           05  DVF-QTD-CONFERIDOS  PIC 9(05).
           05  DVF-QTD-DIVERGENTES PIC 9(05).
