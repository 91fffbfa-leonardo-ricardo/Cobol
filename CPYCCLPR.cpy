      **************************************************************
      ** CPYCCLPR - MOVIMENTACAO DO CREDITO DOS CLIENTES (CREDCLI).
      ** O CHAMADOR ABRE O CREDCLI EM I-O (CRIANDO-O SE AUSENTE) E
      ** O CREDMOV EM EXTEND, PREENCHE WRK-CCL-CLIENTE, WRK-CCL-DATA,
      ** WRK-CCL-TIPO (VER CMO-TIPO), WRK-CCL-NUMERO/PARCELA (A
      ** ORIGEM DO MOVIMENTO), WRK-CCL-VALOR E WRK-CCL-PROGRAMA E
      ** EXECUTA:
      **    "PERFORM 7870-CREDITAR-CLIENTE" - SOMA WRK-CCL-VALOR AO
      **       SALDO DO CLIENTE (CRIANDO O REGISTRO NO PRIMEIRO
      **       CREDITO);
      **    "PERFORM 7871-DEBITAR-CLIENTE" - ABATE WRK-CCL-VALOR DO
      **       SALDO, LIMITADO AO SALDO DISPONIVEL. SAIDA:
      **       WRK-CCL-VALOR-DEBITADO (ZERO SE O CLIENTE NAO TEM
      **       SALDO).
      ** CADA MOVIMENTO E GRAVADO NO CREDMOV PARA O EXTRATO.
      ** INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7870-CREDITAR-CLIENTE.

           MOVE WRK-CCL-CLIENTE TO CCL-CLIENTE.
           READ CREDCLI-FILE
               INVALID KEY
                   MOVE WRK-CCL-CLIENTE TO CCL-CLIENTE
                   MOVE WRK-CCL-VALOR   TO CCL-SALDO
                   MOVE WRK-CCL-VALOR   TO CCL-TOTAL-CREDITADO
                   MOVE ZEROS           TO CCL-TOTAL-UTILIZADO
                   MOVE WRK-CCL-DATA    TO CCL-DATA-ULT-MOV
                   WRITE CREDCLI-REG
               NOT INVALID KEY
                   ADD WRK-CCL-VALOR  TO CCL-SALDO
                   ADD WRK-CCL-VALOR  TO CCL-TOTAL-CREDITADO
                   MOVE WRK-CCL-DATA  TO CCL-DATA-ULT-MOV
                   REWRITE CREDCLI-REG
           END-READ.

           MOVE WRK-CCL-VALOR TO CMO-VALOR.
           PERFORM 7879-GRAVAR-MOVIMENTO-CREDITO.

       7871-DEBITAR-CLIENTE.

           MOVE ZEROS TO WRK-CCL-VALOR-DEBITADO.
           MOVE WRK-CCL-CLIENTE TO CCL-CLIENTE.
           READ CREDCLI-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CCL-SALDO > ZEROS
                       IF CCL-SALDO > WRK-CCL-VALOR
                           MOVE WRK-CCL-VALOR TO WRK-CCL-VALOR-DEBITADO
                       ELSE
                           MOVE CCL-SALDO TO WRK-CCL-VALOR-DEBITADO
                       END-IF
                       SUBTRACT WRK-CCL-VALOR-DEBITADO FROM CCL-SALDO
                       ADD WRK-CCL-VALOR-DEBITADO
                           TO CCL-TOTAL-UTILIZADO
                       MOVE WRK-CCL-DATA TO CCL-DATA-ULT-MOV
                       REWRITE CREDCLI-REG
                       MOVE WRK-CCL-VALOR-DEBITADO TO CMO-VALOR
                       PERFORM 7879-GRAVAR-MOVIMENTO-CREDITO
                   END-IF
           END-READ.

       7879-GRAVAR-MOVIMENTO-CREDITO.

           MOVE WRK-CCL-DATA     TO CMO-DATA.
           MOVE WRK-CCL-CLIENTE  TO CMO-CLIENTE.
           MOVE WRK-CCL-TIPO     TO CMO-TIPO.
           MOVE WRK-CCL-NUMERO   TO CMO-ORIGEM-NUMERO.
           MOVE WRK-CCL-PARCELA  TO CMO-ORIGEM-PARCELA.
           MOVE CCL-SALDO        TO CMO-SALDO.
           MOVE WRK-CCL-PROGRAMA TO CMO-PROGRAMA.
           WRITE CREDMOV-REG.
