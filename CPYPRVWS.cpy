      **************************************************************
      ** CPYPRVWS - CAMPOS DAS PROVISOES TRABALHISTAS (VER
      ** CPYPRVPR): CONTAS DO PLANO, PERCENTUAIS DOS ENCARGOS E A
      ** AREA DE CONSUMO DA PROVISAO NO PAGAMENTO. INCLUIR NA
      ** WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-PROVISAO-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PROVISAO-ABERTO-SW PIC X(01) VALUE 'N'.
           88  WRK-PROVISAO-ABERTO            VALUE 'S'.
       77  WRK-PRV-ACHOU-SW       PIC X(01) VALUE 'N'.
           88  WRK-PRV-ACHOU                  VALUE 'S'.
       77  WRK-CONTA-DESP-FERIAS  PIC 9(05) VALUE 41010.
       77  WRK-CONTA-DESP-13      PIC 9(05) VALUE 41011.
       77  WRK-CONTA-DESP-ENCARGOS PIC 9(05) VALUE 41012.
       77  WRK-CONTA-PROV-FERIAS  PIC 9(05) VALUE 21010.
       77  WRK-CONTA-PROV-13      PIC 9(05) VALUE 21011.
       77  WRK-CONTA-PROV-ENCARGOS PIC 9(05) VALUE 21012.
       77  WRK-CONTA-SALARIOS-PAGAR PIC 9(05) VALUE 21002.
       77  WRK-CONTA-ENCARGOS-RECOLHER PIC 9(05) VALUE 21013.
       77  WRK-PERC-FGTS          PIC 9(02)V99 VALUE 8,00.
       77  WRK-PERC-INSS-PATRONAL PIC 9(02)V99 VALUE 20,00.
       77  WRK-PRV-MATRICULA      PIC 9(05) VALUE ZEROS.
       77  WRK-PRV-TIPO           PIC X(01) VALUE SPACES.
           88  WRK-PRV-FERIAS                 VALUE 'F'.
           88  WRK-PRV-13                     VALUE 'T'.
       77  WRK-PRV-VALOR-PAGO     PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRV-DATA           PIC 9(08) VALUE ZEROS.
       77  WRK-PRV-DOCUMENTO      PIC X(10) VALUE SPACES.
       77  WRK-PRV-CENTRO-CUSTO   PIC X(05) VALUE SPACES.
       77  WRK-PRV-SALDO          PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRV-CONSUMIDO      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRV-EXCEDENTE      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRV-ENCARGOS       PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRV-ENC-CONSUMIDO  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRV-ENC-EXCEDENTE  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRV-CONTA-PROV     PIC 9(05) VALUE ZEROS.
       77  WRK-PRV-CONTA-DESP     PIC 9(05) VALUE ZEROS.
       77  WRK-PRV-HISTORICO      PIC X(30) VALUE SPACES.
       77  WRK-PRV-LAN-CONTA      PIC 9(05) VALUE ZEROS.
       77  WRK-PRV-LAN-TIPO       PIC X(01) VALUE SPACES.
       77  WRK-PRV-LAN-VALOR      PIC 9(09)V99 VALUE ZEROS.
