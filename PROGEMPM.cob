      **               USUARIO (SENHA, BLOQUEIO), COMO NA
      **               RETIFICACAO DE NOTAS (PROGNOTC): A FILA E A
      **               AUDITORIA CARREGAM UMA IDENTIDADE REAL.
      **  15/10/2026 LR - EMPALTER GANHA A FILIAL, O CENTRO DE CUSTO E
      **               O CARGO ANTERIORES E NOVOS, PARA AS
      **               TRANSFERENCIAS SAIREM NO ARQUIVO MENSAL DE
      **               MOVIMENTACAO DO GOVERNO (PROGMOVB).
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  EMPALTER-SALARIO-ANT   PIC 9(06)V99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-SALARIO-NOVO  PIC 9(06)V99.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-FILIAL-ANT    PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-FILIAL-NOVA   PIC 9(02).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CCUSTO-ANT    PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CCUSTO-NOVO   PIC X(05).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CARGO-ANT     PIC X(04).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  EMPALTER-CARGO-NOVO    PIC X(04).
       COPY CPYEXCFD.
       COPY CPYABLFD.
       FD  PENDAPRV-FILE.
                       MOVE ZEROS              TO EMPALTER-ENT-ANT-MES
                       MOVE ZEROS              TO EMPALTER-ENT-ANT-DIA
                       MOVE ZEROS              TO EMPALTER-SALARIO-ANT
                       MOVE ZEROS              TO EMPALTER-FILIAL-ANT
                       MOVE SPACES             TO EMPALTER-CCUSTO-ANT
                       MOVE SPACES             TO EMPALTER-CARGO-ANT
                       PERFORM 9200-GRAVAR-ALTERACAO
                       DISPLAY 'EMPREGADO ADMITIDO COM A MATRICULA '
                           WRK-PROX-MATRICULA
               MOVE EMP-MESENTRADA      TO EMPALTER-ENT-ANT-MES
               MOVE EMP-DIAENTRADA      TO EMPALTER-ENT-ANT-DIA
               MOVE EMP-SALARIO         TO EMPALTER-SALARIO-ANT
               MOVE EMP-FILIAL          TO EMPALTER-FILIAL-ANT
               MOVE EMP-CENTRO-CUSTO    TO EMPALTER-CCUSTO-ANT
               MOVE EMP-CARGO           TO EMPALTER-CARGO-ANT
               MOVE SPACES TO WRK-INF-NOME
               MOVE ZEROS  TO WRK-INF-ANO
               MOVE ZEROS  TO WRK-INF-MES
               MOVE ZEROS  TO WRK-INF-DIA
               MOVE ZEROS  TO WRK-INF-SALARIO
               MOVE ZEROS  TO WRK-INF-FILIAL
               MOVE SPACES TO WRK-INF-CCUSTO
               MOVE SPACES TO WRK-INF-CARGO
               DELETE EMPREGADOS-FILE
               PERFORM 9200-GRAVAR-ALTERACAO
               DISPLAY 'EMPREGADO EXCLUIDO DO CADASTRO.'
           MOVE WRK-INF-ANO      TO EMPALTER-ENT-NOVA-ANO.
           MOVE WRK-INF-MES      TO EMPALTER-ENT-NOVA-MES.
           MOVE WRK-INF-DIA      TO EMPALTER-ENT-NOVA-DIA.
           MOVE WRK-INF-FILIAL   TO EMPALTER-FILIAL-NOVA.
           MOVE WRK-INF-CCUSTO   TO EMPALTER-CCUSTO-NOVO.
           MOVE WRK-INF-CARGO    TO EMPALTER-CARGO-NOVO.
           ACCEPT EMPALTER-DATA FROM DATE YYYYMMDD.
           ACCEPT EMPALTER-HORA FROM TIME.
           WRITE EMPALTER-REG.
