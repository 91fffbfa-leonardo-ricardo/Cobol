      **************************************************************
      ** CPYRSVWS - CAMPOS DA REALOCACAO DE RESERVAS DE ESTOQUE
      ** DOS PEDIDOS DE VENDA (VER CPYRSVPR): TABELA DO DISPONIVEL
      ** POR PRODUTO, FILA DE PRIORIDADE DOS PEDIDOS EM CARTEIRA
      ** (DATA DO PEDIDO + NUMERO) E TOTAIS DA ULTIMA REALOCACAO.
      ** INCLUIR NA WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-RSV-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-RSV-FIM                    VALUE 'S'.
       77  WRK-RSV-POSICAO-SW     PIC X(01) VALUE 'N'.
           88  WRK-RSV-POSICAO-OK             VALUE 'S'.
       77  WRK-TAB-RSE-QTD        PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-RSP-QTD        PIC 9(04) VALUE ZEROS.
       77  WRK-RSP-SUB            PIC 9(04) VALUE ZEROS.
       77  WRK-RSP-POS            PIC 9(04) VALUE ZEROS.
       77  WRK-RSV-SALDO-PEDIDO   PIC 9(05) VALUE ZEROS.
       77  WRK-RSV-QTD            PIC 9(05) VALUE ZEROS.
       77  WRK-RSV-PEDIDOS-LIBERADOS PIC 9(05) VALUE ZEROS.
       77  WRK-RSV-QTD-LIBERADA   PIC 9(07) VALUE ZEROS.
       77  WRK-RSV-PEDIDOS-PENDENTES PIC 9(05) VALUE ZEROS.
       77  WRK-RSV-QTD-PENDENTE   PIC 9(07) VALUE ZEROS.
       77  WRK-RSV-FORA-FILA      PIC 9(05) VALUE ZEROS.
       01  WRK-RSV-CHAVE.
           05  WRK-RSV-CHAVE-DATA   PIC 9(08) VALUE ZEROS.
           05  WRK-RSV-CHAVE-NUMERO PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-RSV-ESTOQUE.
           05  TAB-RSE OCCURS 1 TO 500 TIMES
                   DEPENDING ON WRK-TAB-RSE-QTD
                   INDEXED BY RSE-IDX.
               10  TAB-RSE-CODIGO      PIC X(08).
               10  TAB-RSE-DISPONIVEL  PIC 9(07).
       01  WRK-TAB-RSV-PEDIDOS.
           05  TAB-RSP OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WRK-TAB-RSP-QTD.
               10  TAB-RSP-CHAVE.
                   15  TAB-RSP-DATA    PIC 9(08).
                   15  TAB-RSP-NUMERO  PIC 9(08).
