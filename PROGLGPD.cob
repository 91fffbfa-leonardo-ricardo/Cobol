      **               REGISTRO NO ABENDLOG) SEM REGRAVAR NADA, EM
      **               VEZ DE ESTOURAR A TABELA OU REGRAVAR O
      **               ARQUIVO TRUNCADO.
      **  15/10/2026 LR - CADASTRO DE CLIENTES PASSA A TER CHAVE TIPO
      **               DE PESSOA + CPF/CNPJ: O TITULAR E SEMPRE
      **               PESSOA FISICA ('F'). NO CPFCSV, QUE PASSA A
      **               TRAZER TAMBEM CNPJ NA PRIMEIRA COLUNA, O CPF
      **               SO CASA SE SEGUIDO DA VIRGULA.
      **  15/10/2026 LR - O LGPDCERT PASSA A SER ACUMULADO (ABERTO EM
      **               EXTEND) E O CERTIFICADO GANHA A DATA DA
      **               ELIMINACAO, PARA O RELATORIO DO TITULAR
      **               (PROGLGTB) LISTAR OS CERTIFICADOS ANTERIORES.
      **  15/10/2026 LR - LINHA DO CPFCSV COM CPF MASCARADO (PROGCPF
      **               RODADO POR NIVEL SEM ACESSO AO DADO COMPLETO)
      **               TAMBEM E ANONIMIZADA, CASANDO O CPF MASCARADO
      **               E O NOME DO TITULAR LIDO DO CADASTRO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-CARGA-ESTOUROU-SW  PIC X(01) VALUE 'N'.
           88  WRK-CARGA-ESTOUROU             VALUE 'S'.
       77  WRK-CPF-APAGAR         PIC 9(11) VALUE ZEROS.
       77  WRK-HOJE               PIC 9(08) VALUE ZEROS.
       77  WRK-CPF-TEXTO          PIC X(11) VALUE SPACES.
       77  WRK-CPF-MASCARADO      PIC X(14) VALUE SPACES.
       77  WRK-NOME-TITULAR       PIC X(20) VALUE SPACES.
       77  WRK-QTD-CPFS           PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-CADASTRO       PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-CLIALTER       PIC 9(05) VALUE ZEROS.

       0100-INICIALIZAR.

           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT LGPDCPF-FILE.
           IF WRK-LGPDCPF-STATUS NOT = '00'
               MOVE 'PROGLGPD'          TO ABL-PROGRAMA
               SET WRK-FIM TO TRUE
           ELSE
               OPEN I-O CLIENTE-FILE
               OPEN EXTEND LGPDCERT-FILE
               IF WRK-LGPDCERT-STATUS = '05' OR '35'
                   CLOSE LGPDCERT-FILE
                   OPEN OUTPUT LGPDCERT-FILE
               END-IF

               OPEN EXTEND AUDITORIA-FILE
               IF WRK-AUDITORIA-STATUS = '05' OR '35'
      **************************************************************
       0210-ANONIMIZAR-CADASTRO.

           SET CLI-PESSOA-FISICA TO TRUE.
           MOVE WRK-CPF-APAGAR TO CLI-DOCUMENTO.
           MOVE SPACES TO WRK-NOME-TITULAR.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CLI-NOME           TO WRK-NOME-TITULAR
                   MOVE 'ANONIMIZADO LGPD' TO CLI-NOME
                   MOVE ZEROS              TO CLI-RG
                   MOVE SPACES             TO CLI-ENDERECO
      ** POR UMA LINHA ANONIMIZADA DE MESMO LUGAR, PRESERVANDO A
      ** QUANTIDADE DE REGISTROS. O CPF APARECE EM POSICOES FIXAS:
      ** NO CLIALTER APOS DATA, HORA E OPERACAO (COLUNA 19); NO
      ** CPFCSV NO INICIO DA LINHA. LINHA DO CPFCSV GRAVADA COM O
      ** CPF MASCARADO (***.999.999-**, VER PROGMASC) SO CASA SE
      ** TAMBEM TRAZ O NOME DO TITULAR QUE ESTAVA NO CADASTRO.
      **************************************************************
       0220-ANONIMIZAR-CLIALTER.

       0230-ANONIMIZAR-CPFCSV.

           MOVE WRK-CPF-APAGAR TO WRK-CPF-TEXTO.
           MOVE SPACES TO WRK-CPF-MASCARADO.
           STRING '***.'             DELIMITED BY SIZE
               WRK-CPF-TEXTO(4:3)    DELIMITED BY SIZE
               '.'                   DELIMITED BY SIZE
               WRK-CPF-TEXTO(7:3)    DELIMITED BY SIZE
               '-**'                 DELIMITED BY SIZE
               INTO WRK-CPF-MASCARADO.
           PERFORM 0231-CONFERIR-LINHA-CPFCSV
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TAB-CSV-QTD.

       0231-CONFERIR-LINHA-CPFCSV.

           IF (TAB-CSV-LINHA(WRK-IDX)(1:11) = WRK-CPF-TEXTO
               AND TAB-CSV-LINHA(WRK-IDX)(12:1) = ',')
               OR (WRK-NOME-TITULAR NOT = SPACES
               AND TAB-CSV-LINHA(WRK-IDX)(1:14) = WRK-CPF-MASCARADO
               AND TAB-CSV-LINHA(WRK-IDX)(15:1) = ','
               AND TAB-CSV-LINHA(WRK-IDX)(16:20) = WRK-NOME-TITULAR)
               MOVE '00000000000,ANONIMIZADO LGPD,0000000000000'
                   TO TAB-CSV-LINHA(WRK-IDX)
               ADD 1 TO WRK-QTD-CPFCSV
           STRING 'CERTIFICADO DE ELIMINACAO LGPD - CPF '
               DELIMITED BY SIZE
               WRK-CPF-APAGAR DELIMITED BY SIZE
               ' EM ' DELIMITED BY SIZE
               WRK-HOJE DELIMITED BY SIZE
               INTO LGPDCERT-LINHA.
           WRITE LGPDCERT-LINHA.
           MOVE SPACES TO LGPDCERT-LINHA.
