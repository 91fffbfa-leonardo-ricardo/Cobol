      **************************************************************
      ** CPYCLISL - SELECT DO CADASTRO MESTRE DE CLIENTES (CLIENTE),
      ** INDEXADO POR TIPO DE PESSOA + CPF/CNPJ (CLI-CHAVE), COM
      ** CHAVES ALTERNATIVAS POR NOME (PARA A CONSULTA DE CADASTRO)
      ** E POR CEP (PARA A MALA DIRETA SAIR EM ORDEM DE CEP E OBTER
      ** O DESCONTO POSTAL). COMPARTILHADO ENTRE PROGCPF, PROGMALA
      ** E OS PROGRAMAS QUE VALIDAM O CLIENTE. INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT CLIENTE-FILE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CHAVE
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CEP WITH DUPLICATES
               FILE STATUS IS WRK-CLIENTE-STATUS.
