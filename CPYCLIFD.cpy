      ** COM O BLOCO COMPLETO DE ENDERECO PARA CORRESPONDENCIA.
      ** CADASTROS NO LAYOUT ANTIGO (SO CPF, NOME E RG) DEVEM SER
      ** CONVERTIDOS UMA UNICA VEZ PELO PROGCLCV.
      ** A CHAVE E O TIPO DE PESSOA ('F' FISICA, DOCUMENTO = CPF
      ** COM ZEROS A ESQUERDA / 'J' JURIDICA, DOCUMENTO = CNPJ) MAIS
      ** O DOCUMENTO; PESSOA JURIDICA TEM AINDA A RAZAO SOCIAL E A
      ** INSCRICAO ESTADUAL ('ISENTO' QUANDO NAO CONTRIBUINTE).
      ** CADASTROS NA CHAVE ANTIGA (SO CPF) SAO CONVERTIDOS UMA
      ** UNICA VEZ PELO PROGDOCCV.
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  CLIENTE-FILE.
       01  CLIENTE-REG.
           05  CLI-CHAVE.
               10  CLI-TIPO-PESSOA PIC X(01).
                   88  CLI-PESSOA-FISICA      VALUE 'F'.
                   88  CLI-PESSOA-JURIDICA    VALUE 'J'.
               10  CLI-DOCUMENTO  PIC 9(14).
           05  CLI-NOME          PIC X(20).
           05  CLI-RG            PIC 9(13).
           05  CLI-ENDERECO      PIC X(30).
               88  CLI-ATIVO                  VALUE 'A'.
               88  CLI-INATIVO                VALUE 'I'.
           05  CLI-LIMITE-CREDITO PIC 9(09)V99.
           05  CLI-RAZAO-SOCIAL  PIC X(40).
           05  CLI-INSCR-ESTADUAL PIC X(14).
