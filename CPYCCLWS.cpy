      **************************************************************
      ** CPYCCLWS - CAMPOS DO CREDITO DOS CLIENTES (VER CPYCCLPR):
      ** STATUS DOS ARQUIVOS E A AREA DE PASSAGEM DOS MOVIMENTOS.
      ** INCLUIR NA WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-CREDCLI-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CREDCLI-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-CREDCLI-ABERTO             VALUE 'S'.
       77  WRK-CREDMOV-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-CCL-CLIENTE        PIC X(15) VALUE SPACES.
       77  WRK-CCL-DATA           PIC 9(08) VALUE ZEROS.
       77  WRK-CCL-TIPO           PIC X(01) VALUE SPACE.
       77  WRK-CCL-NUMERO         PIC 9(08) VALUE ZEROS.
       77  WRK-CCL-PARCELA        PIC 9(02) VALUE ZEROS.
       77  WRK-CCL-VALOR          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CCL-VALOR-DEBITADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CCL-PROGRAMA       PIC X(09) VALUE SPACES.
