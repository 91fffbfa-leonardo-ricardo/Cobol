      **************************************************************
      ** CPYDOCWS - AREA DE FORMATACAO DO DOCUMENTO DO CLIENTE (CPF
      ** OU CNPJ) PARA TELAS, RELATORIOS E DOCUMENTOS FISCAIS (VER
      ** CPYDOCPR). O CHAMADOR MOVE A CHAVE DO CLIENTE (TIPO DE
      ** PESSOA + DOCUMENTO, NO FORMATO DE CLI-CHAVE) PARA
      ** WRK-DOC-CHAVE E EXECUTA "PERFORM 7950-FORMATAR-DOCUMENTO".
      ** SAIDA: WRK-DOC-ROTULO ('CPF' OU 'CNPJ') E
      ** WRK-DOC-FORMATADO (999.999.999-99 OU 99.999.999/9999-99).
      ** INCLUIR NA WORKING-STORAGE SECTION.
      **************************************************************
       77  WRK-DOC-ROTULO         PIC X(04) VALUE SPACES.
       77  WRK-DOC-FORMATADO      PIC X(18) VALUE SPACES.
       01  WRK-DOC-CHAVE.
           05  WRK-DOC-TIPO-PESSOA PIC X(01) VALUE 'F'.
               88  WRK-DOC-PESSOA-JURIDICA    VALUE 'J'.
           05  WRK-DOC-NUMERO     PIC 9(14) VALUE ZEROS.
           05  WRK-DOC-CPF-R REDEFINES WRK-DOC-NUMERO.
               10  FILLER         PIC 9(03).
               10  WRK-DOC-CPF-1  PIC 9(03).
               10  WRK-DOC-CPF-2  PIC 9(03).
               10  WRK-DOC-CPF-3  PIC 9(03).
               10  WRK-DOC-CPF-DV PIC 9(02).
           05  WRK-DOC-CNPJ-R REDEFINES WRK-DOC-NUMERO.
               10  WRK-DOC-CNPJ-1 PIC 9(02).
               10  WRK-DOC-CNPJ-2 PIC 9(03).
               10  WRK-DOC-CNPJ-3 PIC 9(03).
               10  WRK-DOC-CNPJ-4 PIC 9(04).
               10  WRK-DOC-CNPJ-DV PIC 9(02).
