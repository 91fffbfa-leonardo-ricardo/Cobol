       77  WRK-CGO-TITULO         PIC X(30) VALUE SPACES.
       77  WRK-CGO-FAIXA-MINIMA   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CGO-FAIXA-MAXIMA   PIC 9(06)V99 VALUE ZEROS.
       77  WRK-CGO-REGRA-HORAS    PIC X(01) VALUE SPACE.
           88  WRK-CGO-BANCO-HE50             VALUE 'B'.
           88  WRK-CGO-BANCO-TOTAL            VALUE 'T'.
       77  WRK-CGO-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-CGO-ACHOU                VALUE 'S'.
       01  WRK-TAB-CARGOS.
               10  TAB-CGO-TITULO     PIC X(30).
               10  TAB-CGO-MINIMA     PIC 9(06)V99.
               10  TAB-CGO-MAXIMA     PIC 9(06)V99.
               10  TAB-CGO-REGRA-HORAS PIC X(01).
