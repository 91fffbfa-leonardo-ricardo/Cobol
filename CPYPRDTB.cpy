           88  WRK-PRD-ACHOU                VALUE 'S'.
       77  WRK-PRD-ATIVO-SW       PIC X(01) VALUE 'N'.
           88  WRK-PRD-ATIVO                VALUE 'S'.
       77  WRK-PRD-SOB-MEDIDA-SW  PIC X(01) VALUE 'N'.
           88  WRK-PRD-SOB-MEDIDA           VALUE 'S'.
       77  WRK-PRD-MATERIAL       PIC X(10) VALUE SPACES.
       77  WRK-PRD-AREA-UNIT      PIC 9(03)V9999 VALUE ZEROS.
       01  WRK-TAB-PRODUTOS.
           05  TAB-PRD OCCURS 1 TO 300 TIMES
                   DEPENDING ON WRK-TAB-PRD-QTD
               10  TAB-PRD-DESCRICAO  PIC X(20).
               10  TAB-PRD-PRECO      PIC 9(05)V99.
               10  TAB-PRD-SITUACAO   PIC X(01).
               10  TAB-PRD-SOB-MEDIDA PIC X(01).
               10  TAB-PRD-MATERIAL   PIC X(10).
               10  TAB-PRD-AREA-UNIT  PIC 9(03)V9999.
