      **************************************************************
      ** CPYBCHWS - CAMPOS DO BANCO DE HORAS (VER CPYBCHPR): PRAZO
      ** DO ACORDO COLETIVO PARA COMPENSAR AS HORAS, ADICIONAL DO
      ** PAGAMENTO E A AREA DE PASSAGEM DOS MOVIMENTOS.
      ** INCLUIR NA WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-BCOHORAS-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-BCOHORAS-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-BCOHORAS-ABERTO            VALUE 'S'.
       77  WRK-BCHMOV-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-BCH-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-BCH-FIM                    VALUE 'S'.
       77  WRK-BCH-MESES-VALIDADE PIC 9(02) VALUE 06.
       77  WRK-BCH-ADICIONAL      PIC 9(01)V99 VALUE 1,50.
       77  WRK-BCH-MATRICULA      PIC 9(05) VALUE ZEROS.
       77  WRK-BCH-COMPETENCIA    PIC 9(06) VALUE ZEROS.
       77  WRK-BCH-PROGRAMA       PIC X(09) VALUE SPACES.
       77  WRK-BCH-HORAS          PIC 9(04)V99 VALUE ZEROS.
       77  WRK-BCH-HORAS-RESTANTES PIC 9(04)V99 VALUE ZEROS.
       77  WRK-BCH-HORAS-LOTE     PIC 9(04)V99 VALUE ZEROS.
       77  WRK-BCH-VALOR-HORA     PIC 9(05)V99 VALUE ZEROS.
       77  WRK-BCH-VALOR-LOTE     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BCH-HORAS-PAGAS    PIC 9(04)V99 VALUE ZEROS.
       77  WRK-BCH-VALOR-PAGO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BCH-IDADE-MESES    PIC S9(05) VALUE ZEROS.
       77  WRK-BCH-TIPO-PAGTO     PIC X(01) VALUE SPACE.
           88  WRK-BCH-PAGAR-VENCIDOS         VALUE 'V'.
           88  WRK-BCH-PAGAR-TUDO             VALUE 'R'.
       01  WRK-BCH-COMP-AUX       PIC 9(06) VALUE ZEROS.
       01  WRK-BCH-COMP-AUX-R REDEFINES WRK-BCH-COMP-AUX.
           05  WRK-BCH-AUX-ANO    PIC 9(04).
           05  WRK-BCH-AUX-MES    PIC 9(02).
