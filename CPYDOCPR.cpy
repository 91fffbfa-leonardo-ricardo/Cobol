      **************************************************************
      ** CPYDOCPR - FORMATACAO DO DOCUMENTO DO CLIENTE: CPF PARA
      ** PESSOA FISICA, CNPJ PARA PESSOA JURIDICA (TIPO 'J'). VER
      ** CPYDOCWS. INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7950-FORMATAR-DOCUMENTO.

           MOVE SPACES TO WRK-DOC-FORMATADO.
           IF WRK-DOC-PESSOA-JURIDICA
               MOVE 'CNPJ' TO WRK-DOC-ROTULO
               STRING WRK-DOC-CNPJ-1 DELIMITED BY SIZE
                   '.'                DELIMITED BY SIZE
                   WRK-DOC-CNPJ-2     DELIMITED BY SIZE
                   '.'                DELIMITED BY SIZE
                   WRK-DOC-CNPJ-3     DELIMITED BY SIZE
                   '/'                DELIMITED BY SIZE
                   WRK-DOC-CNPJ-4     DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   WRK-DOC-CNPJ-DV    DELIMITED BY SIZE
                   INTO WRK-DOC-FORMATADO
           ELSE
               MOVE 'CPF'  TO WRK-DOC-ROTULO
               STRING WRK-DOC-CPF-1  DELIMITED BY SIZE
                   '.'                DELIMITED BY SIZE
                   WRK-DOC-CPF-2      DELIMITED BY SIZE
                   '.'                DELIMITED BY SIZE
                   WRK-DOC-CPF-3      DELIMITED BY SIZE
                   '-'                DELIMITED BY SIZE
                   WRK-DOC-CPF-DV     DELIMITED BY SIZE
                   INTO WRK-DOC-FORMATADO
           END-IF.
