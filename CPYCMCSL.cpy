      **************************************************************
      ** CPYCMCSL - SELECT DO HISTORICO DIARIO DE COMISSOES POR
      ** CLIENTE (COMCLI), GRAVADO PELO PROGVENDB E LIDO PELA
      ** RENTABILIDADE POR CLIENTE (PROGRCLB). INCLUIR NA
      ** FILE-CONTROL.
      **************************************************************
           SELECT COMCLI-FILE ASSIGN TO "COMCLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMCLI-STATUS.
