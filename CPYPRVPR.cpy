      **************************************************************
      ** CPYPRVPR - CONSUMO DA PROVISAO TRABALHISTA NO PAGAMENTO.
      ** O CHAMADOR ABRE O PROVISAO EM I-O (OPCIONAL - AUSENTE
      ** DEIXA WRK-PROVISAO-ABERTO-SW EM 'N' E TODO O PAGAMENTO VAI
      ** PARA A DESPESA) E O LANCTOS EM EXTEND, DECLARA A FD DO
      ** LANCTOS COM OS CAMPOS LAN-*, PREENCHE WRK-PRV-MATRICULA,
      ** WRK-PRV-TIPO ('F' FERIAS / 'T' 13o), WRK-PRV-VALOR-PAGO,
      ** WRK-PRV-DATA, WRK-PRV-DOCUMENTO E WRK-PRV-CENTRO-CUSTO E
      ** EXECUTA "PERFORM 7780-CONSUMIR-PROVISAO". O VALOR PAGO
      ** BAIXA O SALDO PROVISIONADO DO EMPREGADO (DEBITO DA
      ** PROVISAO) E SO O QUE EXCEDER O SALDO VAI PARA A DESPESA;
      ** O CREDITO E EM SALARIOS A PAGAR. OS ENCARGOS SOBRE O
      ** PAGAMENTO BAIXAM DO MESMO MODO A PROVISAO DE ENCARGOS,
      ** COM CREDITO EM ENCARGOS A RECOLHER. NA RESCISAO, DEPOIS DO
      ** CONSUMO, "PERFORM 7785-ESTORNAR-SALDO" DEVOLVE A DESPESA
      ** O SALDO QUE SOBROU. INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7780-CONSUMIR-PROVISAO.

           MOVE ZEROS TO WRK-PRV-SALDO.
           MOVE ZEROS TO WRK-PRV-CONSUMIDO.
           MOVE ZEROS TO WRK-PRV-ENC-CONSUMIDO.
           MOVE 'N'   TO WRK-PRV-ACHOU-SW.

           IF WRK-PROVISAO-ABERTO
               MOVE WRK-PRV-MATRICULA TO PRV-MATRICULA
               READ PROVISAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-PRV-ACHOU TO TRUE
               END-READ
           END-IF.

           IF WRK-PRV-FERIAS
               MOVE WRK-CONTA-PROV-FERIAS TO WRK-PRV-CONTA-PROV
               MOVE WRK-CONTA-DESP-FERIAS TO WRK-PRV-CONTA-DESP
               MOVE 'PAGAMENTO DE FERIAS + 1/3' TO WRK-PRV-HISTORICO
               IF WRK-PRV-ACHOU
                   MOVE PRV-SALDO-FERIAS TO WRK-PRV-SALDO
               END-IF
           ELSE
               MOVE WRK-CONTA-PROV-13     TO WRK-PRV-CONTA-PROV
               MOVE WRK-CONTA-DESP-13     TO WRK-PRV-CONTA-DESP
               MOVE 'PAGAMENTO DE 13o SALARIO' TO WRK-PRV-HISTORICO
               IF WRK-PRV-ACHOU
                   MOVE PRV-SALDO-13     TO WRK-PRV-SALDO
               END-IF
           END-IF.

           IF WRK-PRV-VALOR-PAGO > WRK-PRV-SALDO
               MOVE WRK-PRV-SALDO      TO WRK-PRV-CONSUMIDO
           ELSE
               MOVE WRK-PRV-VALOR-PAGO TO WRK-PRV-CONSUMIDO
           END-IF.
           COMPUTE WRK-PRV-EXCEDENTE =
               WRK-PRV-VALOR-PAGO - WRK-PRV-CONSUMIDO.

           COMPUTE WRK-PRV-ENCARGOS ROUNDED =
               WRK-PRV-VALOR-PAGO
               * (WRK-PERC-FGTS + WRK-PERC-INSS-PATRONAL) / 100.
           IF WRK-PRV-ACHOU
               IF WRK-PRV-ENCARGOS > PRV-SALDO-ENCARGOS
                   MOVE PRV-SALDO-ENCARGOS TO WRK-PRV-ENC-CONSUMIDO
               ELSE
                   MOVE WRK-PRV-ENCARGOS   TO WRK-PRV-ENC-CONSUMIDO
               END-IF
           END-IF.
           COMPUTE WRK-PRV-ENC-EXCEDENTE =
               WRK-PRV-ENCARGOS - WRK-PRV-ENC-CONSUMIDO.

           IF WRK-PRV-ACHOU
               IF WRK-PRV-FERIAS
                   SUBTRACT WRK-PRV-CONSUMIDO FROM PRV-SALDO-FERIAS
               ELSE
                   SUBTRACT WRK-PRV-CONSUMIDO FROM PRV-SALDO-13
               END-IF
               SUBTRACT WRK-PRV-ENC-CONSUMIDO FROM PRV-SALDO-ENCARGOS
               REWRITE PROVISAO-REG
           END-IF.

           MOVE 'D' TO WRK-PRV-LAN-TIPO.
           MOVE WRK-PRV-CONTA-PROV    TO WRK-PRV-LAN-CONTA.
           MOVE WRK-PRV-CONSUMIDO     TO WRK-PRV-LAN-VALOR.
           PERFORM 7781-GRAVAR-LANCAMENTO.
           MOVE WRK-PRV-CONTA-DESP    TO WRK-PRV-LAN-CONTA.
           MOVE WRK-PRV-EXCEDENTE     TO WRK-PRV-LAN-VALOR.
           PERFORM 7781-GRAVAR-LANCAMENTO.
           MOVE 'C' TO WRK-PRV-LAN-TIPO.
           MOVE WRK-CONTA-SALARIOS-PAGAR TO WRK-PRV-LAN-CONTA.
           MOVE WRK-PRV-VALOR-PAGO    TO WRK-PRV-LAN-VALOR.
           PERFORM 7781-GRAVAR-LANCAMENTO.

           MOVE 'ENCARGOS SOBRE PAGAMENTO' TO WRK-PRV-HISTORICO.
           MOVE 'D' TO WRK-PRV-LAN-TIPO.
           MOVE WRK-CONTA-PROV-ENCARGOS TO WRK-PRV-LAN-CONTA.
           MOVE WRK-PRV-ENC-CONSUMIDO TO WRK-PRV-LAN-VALOR.
           PERFORM 7781-GRAVAR-LANCAMENTO.
           MOVE WRK-CONTA-DESP-ENCARGOS TO WRK-PRV-LAN-CONTA.
           MOVE WRK-PRV-ENC-EXCEDENTE TO WRK-PRV-LAN-VALOR.
           PERFORM 7781-GRAVAR-LANCAMENTO.
           MOVE 'C' TO WRK-PRV-LAN-TIPO.
           MOVE WRK-CONTA-ENCARGOS-RECOLHER TO WRK-PRV-LAN-CONTA.
           MOVE WRK-PRV-ENCARGOS      TO WRK-PRV-LAN-VALOR.
           PERFORM 7781-GRAVAR-LANCAMENTO.

      **************************************************************
      ** UM LANCAMENTO DA PROVISAO NO RAZAO. VALOR ZERO NAO E
      ** GRAVADO.
      **************************************************************
       7781-GRAVAR-LANCAMENTO.

           IF WRK-PRV-LAN-VALOR > ZEROS
               MOVE WRK-PRV-LAN-CONTA    TO LAN-CONTA
               MOVE WRK-PRV-LAN-TIPO     TO LAN-TIPO
               MOVE WRK-PRV-LAN-VALOR    TO LAN-VALOR
               MOVE WRK-PRV-DATA         TO LAN-DATA
               MOVE WRK-PRV-DOCUMENTO    TO LAN-DOCUMENTO
               MOVE WRK-PRV-HISTORICO    TO LAN-HISTORICO
               MOVE WRK-PRV-CENTRO-CUSTO TO LAN-CENTRO-CUSTO
               WRITE LANCTO-REG
           END-IF.

      **************************************************************
      ** ESTORNO DO SALDO REMANESCENTE DAS PROVISOES DE UM
      ** EMPREGADO DESLIGADO: DEBITO DA PROVISAO E CREDITO DA
      ** DESPESA QUE A CONSTITUIU, ZERANDO O REGISTRO.
      **************************************************************
       7785-ESTORNAR-SALDO.

           IF WRK-PROVISAO-ABERTO
               MOVE WRK-PRV-MATRICULA TO PRV-MATRICULA
               READ PROVISAO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'ESTORNO DE PROVISAO - RESCISAO'
                           TO WRK-PRV-HISTORICO
                       MOVE WRK-CONTA-PROV-FERIAS TO WRK-PRV-CONTA-PROV
                       MOVE WRK-CONTA-DESP-FERIAS TO WRK-PRV-CONTA-DESP
                       MOVE PRV-SALDO-FERIAS      TO WRK-PRV-LAN-VALOR
                       PERFORM 7786-LANCAR-ESTORNO
                       MOVE WRK-CONTA-PROV-13     TO WRK-PRV-CONTA-PROV
                       MOVE WRK-CONTA-DESP-13     TO WRK-PRV-CONTA-DESP
                       MOVE PRV-SALDO-13          TO WRK-PRV-LAN-VALOR
                       PERFORM 7786-LANCAR-ESTORNO
                       MOVE WRK-CONTA-PROV-ENCARGOS
                           TO WRK-PRV-CONTA-PROV
                       MOVE WRK-CONTA-DESP-ENCARGOS
                           TO WRK-PRV-CONTA-DESP
                       MOVE PRV-SALDO-ENCARGOS    TO WRK-PRV-LAN-VALOR
                       PERFORM 7786-LANCAR-ESTORNO
                       MOVE ZEROS TO PRV-SALDO-FERIAS
                       MOVE ZEROS TO PRV-SALDO-13
                       MOVE ZEROS TO PRV-SALDO-ENCARGOS
                       REWRITE PROVISAO-REG
               END-READ
           END-IF.

       7786-LANCAR-ESTORNO.

           MOVE 'D'                TO WRK-PRV-LAN-TIPO.
           MOVE WRK-PRV-CONTA-PROV TO WRK-PRV-LAN-CONTA.
           PERFORM 7781-GRAVAR-LANCAMENTO.
           MOVE 'C'                TO WRK-PRV-LAN-TIPO.
           MOVE WRK-PRV-CONTA-DESP TO WRK-PRV-LAN-CONTA.
           PERFORM 7781-GRAVAR-LANCAMENTO.
