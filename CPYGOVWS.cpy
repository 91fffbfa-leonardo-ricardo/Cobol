      **************************************************************
      ** CPYGOVWS - AREA DA CONFERENCIA DOS DADOS OBRIGATORIOS DO
      ** EMPREGADO PARA OS ARQUIVOS DO GOVERNO (VER CPYGOVPR). O
      ** CHAMADOR INFORMA WRK-GOV-PROGRAMA UMA VEZ NA INICIALIZACAO.
      ** INCLUIR NA WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-GOV-PROGRAMA       PIC X(09) VALUE SPACES.
       77  WRK-GOV-VALIDO-SW      PIC X(01) VALUE 'S'.
           88  WRK-GOV-VALIDO               VALUE 'S'.
           88  WRK-GOV-INVALIDO             VALUE 'N'.
       77  WRK-GOV-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77  WRK-GOV-DATA           PIC 9(08) VALUE ZEROS.
       77  WRK-GOV-SALARIO-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
