      **************************************************************
      ** CPYAFSWS - CAMPOS DA APURACAO DE DIAS DE AFASTAMENTO (VER
      ** CPYAFSPR). ENTRADA: WRK-AFS-MATRICULA E O PERIODO
      ** (WRK-AFS-PER-INICIO A WRK-AFS-PER-FIM, AAAAMMDD). SAIDA: OS
      ** DIAS DO PERIODO NAO PAGOS PELA EMPRESA, SEPARADOS EM DIAS
      ** A CARGO DO INSS (DOENCA/ACIDENTE A PARTIR DO 16o DIA) E
      ** DIAS DE LICENCA NAO REMUNERADA. O CHAMADOR DEVE INCLUIR
      ** TAMBEM O CPYDTSWS. INCLUIR NA WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-AFASTAM-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-AFASTAM-ABERTO-SW  PIC X(01) VALUE 'N'.
           88  WRK-AFASTAM-ABERTO             VALUE 'S'.
       77  WRK-AFS-FIM-SW         PIC X(01) VALUE 'N'.
           88  WRK-AFS-FIM                    VALUE 'S'.
       77  WRK-AFS-MATRICULA      PIC 9(05) VALUE ZEROS.
       77  WRK-AFS-PER-INICIO     PIC 9(08) VALUE ZEROS.
       77  WRK-AFS-PER-FIM        PIC 9(08) VALUE ZEROS.
       77  WRK-AFS-DIAS-INSS      PIC 9(03) VALUE ZEROS.
       77  WRK-AFS-DIAS-SEM-VENC  PIC 9(03) VALUE ZEROS.
       77  WRK-AFS-DIAS-NAO-PAGOS PIC 9(03) VALUE ZEROS.
       77  WRK-AFS-INICIO-NP      PIC 9(08) VALUE ZEROS.
       77  WRK-AFS-FIM-NP         PIC 9(08) VALUE ZEROS.
       77  WRK-AFS-DIAS-TRECHO    PIC 9(03) VALUE ZEROS.
