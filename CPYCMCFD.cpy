      **************************************************************
      ** CPYCMCFD - LAYOUT DO HISTORICO DIARIO DE COMISSOES POR
      ** CLIENTE (COMCLI), UM REGISTRO POR DIA E CLIENTE (TIPO DE
      ** PESSOA + CPF/CNPJ, NO FORMATO DA CHAVE DO CADASTRO): A
      ** COMISSAO GERADA PELAS VENDAS DO CLIENTE NO DIA E A
      ** COMISSAO ESTORNADA PELAS DEVOLUCOES E CANCELAMENTOS DELE
      ** (CLAWBACK). OS REGISTROS SAO ACRESCENTADOS A CADA
      ** EXECUCAO, NOS MOLDES DO VENDDIA E DO PRODDIA.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  COMCLI-FILE.
       01  COMCLI-REG.
           05  CMC-DATA           PIC 9(08).
           05  CMC-CLIENTE.
               10  CMC-TIPO-PESSOA PIC X(01).
               10  CMC-DOC-CLIENTE PIC 9(14).
           05  CMC-COMISSAO       PIC 9(09)V99.
           05  CMC-ESTORNO        PIC 9(09)V99.
