      **               (COM REGISTRO NO ABENDLOG) SEM REGRAVAR
      **               NADA, EM VEZ DE REGRAVAR O ARQUIVO TRUNCADO.
      **               EXPURGO PELO PROGARQB.
      **  15/10/2026 LR - LAYOUT DO FATREG ACOMPANHA A CHAVE DO
      **               CLIENTE (TIPO DE PESSOA + CPF/CNPJ).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  FATREG-REG.
           05  FRG-NUMERO         PIC 9(08).
           05  FILLER             PIC X(01).
           05  FRG-CLIENTE.
               10  FRG-TIPO-PESSOA PIC X(01).
               10  FRG-DOC-CLIENTE PIC 9(14).
           05  FILLER             PIC X(01).
           05  FRG-DATA           PIC 9(08).
           05  FILLER             PIC X(01).
