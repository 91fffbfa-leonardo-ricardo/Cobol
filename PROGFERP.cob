      **    DESVIADO PARA O RELATORIO DE EXCECOES.
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O PAGAMENTO CONSOME A PROVISAO DE FERIAS
      **               DO EMPREGADO (PROVISAO, VER CPYPRVPR) E GERA
      **               OS LANCAMENTOS NO RAZAO (LANCTOS): DEBITO DA
      **               PROVISAO ATE O SALDO, EXCEDENTE NA DESPESA,
      **               CREDITO EM SALARIOS A PAGAR, E O MESMO PARA
      **               OS ENCARGOS SOBRE O PAGAMENTO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REMESSA-FILE ASSIGN TO "FERIAREM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REMESSA-STATUS.
           COPY CPYPRVSL.
           SELECT LANCTOS-FILE ASSIGN TO "LANCTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LANCTOS-STATUS.
           COPY CPYEXCSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.

       FD  REMESSA-FILE.
       01  REMESSA-LINHA          PIC X(80).
       COPY CPYPRVFD.

       FD  LANCTOS-FILE.
       01  LANCTO-REG.
           05  LAN-CONTA       PIC 9(05).
           05  LAN-TIPO        PIC X(01).
           05  LAN-VALOR       PIC 9(09)V99.
           05  LAN-DATA        PIC 9(08).
           05  LAN-DOCUMENTO   PIC X(10).
           05  LAN-HISTORICO   PIC X(30).
           05  LAN-CENTRO-CUSTO PIC X(05).
       COPY CPYEXCFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       77  WRK-FERIAS-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RECIBO-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-REMESSA-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-LANCTOS-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-EMPREGADOS-ABERTO-SW PIC X(01) VALUE 'N'.
           05  WRK-RMT-TIPO       PIC X(01) VALUE '9'.
           05  WRK-RMT-QTD        PIC 9(05).
           05  WRK-RMT-TOTAL      PIC 9(11)V99.
       COPY CPYPRVWS.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYDTSWS.
                   OPEN OUTPUT RECIBO-FILE
               END-IF

               OPEN I-O PROVISAO-FILE
               IF WRK-PROVISAO-STATUS = '00'
                   SET WRK-PROVISAO-ABERTO TO TRUE
               END-IF

               OPEN EXTEND LANCTOS-FILE
               IF WRK-LANCTOS-STATUS = '05' OR '35'
                   CLOSE LANCTOS-FILE
                   OPEN OUTPUT LANCTOS-FILE
               END-IF

               OPEN OUTPUT REMESSA-FILE
               MOVE WRK-LOTECAB-DATA      TO WRK-RMH-DATA
               MOVE WRK-LOTECAB-SEQUENCIA TO WRK-RMH-SEQUENCIA

           PERFORM 0230-GRAVAR-RECIBO.

           MOVE EMP-MATRICULA    TO WRK-PRV-MATRICULA.
           MOVE 'F'              TO WRK-PRV-TIPO.
           MOVE WRK-VALOR-FERIAS TO WRK-PRV-VALOR-PAGO.
           MOVE WRK-LOTECAB-DATA TO WRK-PRV-DATA.
           MOVE 'RECFERIA'       TO WRK-PRV-DOCUMENTO.
           MOVE EMP-CENTRO-CUSTO TO WRK-PRV-CENTRO-CUSTO.
           PERFORM 7780-CONSUMIR-PROVISAO.

           MOVE EMP-MATRICULA    TO WRK-RMD-MATRICULA.
           MOVE EMP-NOME         TO WRK-RMD-NOME.
           MOVE EMP-BANCO        TO WRK-RMD-BANCO.
               MOVE WRK-TOTAL-PAGO     TO WRK-RMT-TOTAL
               WRITE REMESSA-LINHA FROM WRK-REM-TRAILER
               CLOSE REMESSA-FILE
               CLOSE LANCTOS-FILE
               IF WRK-PROVISAO-ABERTO
                   CLOSE PROVISAO-FILE
               END-IF
               CLOSE RECIBO-FILE
               CLOSE FERIAS-FILE
               CLOSE EMPREGADOS-FILE
               AT END SET WRK-FERIAS-FIM TO TRUE
           END-READ.

       COPY CPYPRVPR.
       COPY CPYEXCPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
