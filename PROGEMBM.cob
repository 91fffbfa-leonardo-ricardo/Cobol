      **               CONVERSAO DO SEQUENCIAL ANTIGO E O PROGEMBCV
      **               E A VOLTA DE EMERGENCIA E PELA GERACAO DO
      **               PROGBKPB/PROGREST.
      **  15/10/2026 LR - REGISTRO DE REVERSA GANHA O FRETE DE
      **               RETORNO (REV-FRETE-RETORNO), GRAVADO ZERADO
      **               AQUI E PREENCHIDO NA CONFERENCIA PELO
      **               PROGREVB.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  REV-SITUACAO       PIC X(01).
               88  REV-PENDENTE               VALUE 'P'.
               88  REV-CONFERIDA              VALUE 'C'.
           05  REV-FRETE-RETORNO  PIC 9(08)V99.
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
           MOVE EMB-PRODUTO       TO REV-PRODUTO.
           MOVE EMB-ESTADO        TO REV-ESTADO.
           SET REV-PENDENTE TO TRUE.
           MOVE ZEROS             TO REV-FRETE-RETORNO.
           WRITE REVERSA-REG.
           CLOSE REVERSAS-FILE.
           DISPLAY 'REVERSA REGISTRADA - PENDENTE DE CONFERENCIA '
