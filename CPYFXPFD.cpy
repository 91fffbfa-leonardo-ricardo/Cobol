      **************************************************************
      ** CPYFXPFD - LAYOUT DO HISTORICO DE PREVISOES DE CAIXA DE FIM
      ** DE MES (FLUXPREV). A CADA EXECUCAO DA PROJECAO DE CAIXA, UM
      ** REGISTRO POR FIM DE MES DENTRO DO HORIZONTE DE 90 DIAS, COM
      ** A DATA EM QUE A PREVISAO FOI FEITA, A COMPETENCIA (AAAAMM)
      ** E O SALDO PROJETADO DA CONTA DE BANCOS (11001) NO ULTIMO
      ** DIA DO MES. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  FLUXPREV-FILE.
       01  FLUXPREV-REG.
           05  FXP-DATA-GERACAO   PIC 9(08).
           05  FXP-ANOMES         PIC 9(06).
           05  FXP-SALDO-PREVISTO PIC S9(11)V99.
