      **************************************************************
      ** CPYBCHPR - MOVIMENTACAO DO BANCO DE HORAS (BCOHORAS). O
      ** CHAMADOR ABRE O BCOHORAS EM I-O (OPCIONAL - AUSENTE DEIXA
      ** WRK-BCOHORAS-ABERTO-SW EM 'N' E NAO DEVE EXECUTAR NADA
      ** DAQUI) E O BCHMOV EM EXTEND, PREENCHE WRK-BCH-MATRICULA,
      ** WRK-BCH-COMPETENCIA (AAAAMM DO LOTE) E WRK-BCH-PROGRAMA
      ** E EXECUTA:
      **    "PERFORM 7740-CREDITAR-BANCO-HORAS" - CREDITA
      **       WRK-BCH-HORAS NO LOTE DA COMPETENCIA;
      **    "PERFORM 7741-DEBITAR-BANCO-HORAS" - COMPENSA
      **       WRK-BCH-HORAS (FOLGA) BAIXANDO OS LOTES MAIS ANTIGOS
      **       PRIMEIRO; O QUE NAO HOUVER SALDO PARA COMPENSAR
      **       VOLTA EM WRK-BCH-HORAS-RESTANTES;
      **    "PERFORM 7745-PAGAR-BANCO-HORAS" - COM WRK-BCH-VALOR-
      **       HORA E WRK-BCH-TIPO-PAGTO ('V' SO OS LOTES QUE
      **       ATINGIRAM WRK-BCH-MESES-VALIDADE / 'R' TODO O SALDO,
      **       NA RESCISAO), PAGA O SALDO DOS LOTES COM O ADICIONAL
      **       DE 50% E ZERA-OS. SAIDA: WRK-BCH-HORAS-PAGAS E
      **       WRK-BCH-VALOR-PAGO.
      ** CADA MOVIMENTO E GRAVADO NO BCHMOV PARA O EXTRATO.
      ** INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7740-CREDITAR-BANCO-HORAS.

           MOVE WRK-BCH-MATRICULA   TO BCH-MATRICULA.
           MOVE WRK-BCH-COMPETENCIA TO BCH-COMPETENCIA.
           READ BCOHORAS-FILE
               INVALID KEY
                   MOVE WRK-BCH-MATRICULA   TO BCH-MATRICULA
                   MOVE WRK-BCH-COMPETENCIA TO BCH-COMPETENCIA
                   MOVE WRK-BCH-HORAS TO BCH-HORAS-CREDITADAS
                   MOVE WRK-BCH-HORAS TO BCH-SALDO-HORAS
                   WRITE BCOHORAS-REG
               NOT INVALID KEY
                   ADD WRK-BCH-HORAS TO BCH-HORAS-CREDITADAS
                   ADD WRK-BCH-HORAS TO BCH-SALDO-HORAS
                   REWRITE BCOHORAS-REG
           END-READ.

           MOVE 'C'                 TO BMV-TIPO.
           MOVE WRK-BCH-COMPETENCIA TO BMV-ORIGEM.
           MOVE WRK-BCH-HORAS       TO BMV-HORAS.
           MOVE ZEROS               TO BMV-VALOR.
           PERFORM 7747-GRAVAR-MOVIMENTO-BANCO.

       7741-DEBITAR-BANCO-HORAS.

           MOVE WRK-BCH-HORAS TO WRK-BCH-HORAS-RESTANTES.
           PERFORM 7743-POSICIONAR-BANCO.
           PERFORM 7742-BAIXAR-LOTE
               UNTIL WRK-BCH-FIM OR WRK-BCH-HORAS-RESTANTES = ZEROS.

       7742-BAIXAR-LOTE.

           IF BCH-SALDO-HORAS > ZEROS
               IF BCH-SALDO-HORAS > WRK-BCH-HORAS-RESTANTES
                   MOVE WRK-BCH-HORAS-RESTANTES TO WRK-BCH-HORAS-LOTE
               ELSE
                   MOVE BCH-SALDO-HORAS TO WRK-BCH-HORAS-LOTE
               END-IF
               SUBTRACT WRK-BCH-HORAS-LOTE FROM BCH-SALDO-HORAS
               SUBTRACT WRK-BCH-HORAS-LOTE FROM WRK-BCH-HORAS-RESTANTES
               REWRITE BCOHORAS-REG
               MOVE 'D'                TO BMV-TIPO
               MOVE BCH-COMPETENCIA    TO BMV-ORIGEM
               MOVE WRK-BCH-HORAS-LOTE TO BMV-HORAS
               MOVE ZEROS              TO BMV-VALOR
               PERFORM 7747-GRAVAR-MOVIMENTO-BANCO
           END-IF.

           PERFORM 7744-LER-LOTE-BANCO.

      **************************************************************
      ** POSICIONA NO LOTE MAIS ANTIGO DO EMPREGADO; WRK-BCH-FIM
      ** LIGA AO PASSAR PARA OUTRA MATRICULA OU NO FIM DO ARQUIVO.
      **************************************************************
       7743-POSICIONAR-BANCO.

           MOVE 'N'               TO WRK-BCH-FIM-SW.
           MOVE WRK-BCH-MATRICULA TO BCH-MATRICULA.
           MOVE ZEROS             TO BCH-COMPETENCIA.
           START BCOHORAS-FILE
               KEY IS NOT LESS THAN BCH-CHAVE
               INVALID KEY SET WRK-BCH-FIM TO TRUE
           END-START.
           IF NOT WRK-BCH-FIM
               PERFORM 7744-LER-LOTE-BANCO
           END-IF.

       7744-LER-LOTE-BANCO.

           READ BCOHORAS-FILE NEXT RECORD
               AT END SET WRK-BCH-FIM TO TRUE
           END-READ.
           IF NOT WRK-BCH-FIM
               AND BCH-MATRICULA NOT = WRK-BCH-MATRICULA
               SET WRK-BCH-FIM TO TRUE
           END-IF.

       7745-PAGAR-BANCO-HORAS.

           MOVE ZEROS TO WRK-BCH-HORAS-PAGAS.
           MOVE ZEROS TO WRK-BCH-VALOR-PAGO.
           MOVE WRK-BCH-COMPETENCIA TO WRK-BCH-COMP-AUX.
           PERFORM 7743-POSICIONAR-BANCO.
           PERFORM 7746-PAGAR-LOTE UNTIL WRK-BCH-FIM.

      **************************************************************
      ** IDADE DO LOTE EM MESES, DA COMPETENCIA DE CREDITO ATE A DO
      ** PROCESSAMENTO: CREDITADO EM JANEIRO, COM PRAZO DE 6 MESES,
      ** E PAGO NA FOLHA DE JULHO SE AINDA TIVER SALDO.
      **************************************************************
       7746-PAGAR-LOTE.

           COMPUTE WRK-BCH-IDADE-MESES =
               (WRK-BCH-AUX-ANO * 12 + WRK-BCH-AUX-MES)
               - (BCH-COMP-ANO * 12 + BCH-COMP-MES).

           IF BCH-SALDO-HORAS > ZEROS
               AND (WRK-BCH-PAGAR-TUDO
                   OR WRK-BCH-IDADE-MESES NOT < WRK-BCH-MESES-VALIDADE)
               COMPUTE WRK-BCH-VALOR-LOTE ROUNDED =
                   BCH-SALDO-HORAS * WRK-BCH-VALOR-HORA
                   * WRK-BCH-ADICIONAL
               ADD BCH-SALDO-HORAS    TO WRK-BCH-HORAS-PAGAS
               ADD WRK-BCH-VALOR-LOTE TO WRK-BCH-VALOR-PAGO
               MOVE WRK-BCH-TIPO-PAGTO TO BMV-TIPO
               MOVE BCH-COMPETENCIA    TO BMV-ORIGEM
               MOVE BCH-SALDO-HORAS    TO BMV-HORAS
               MOVE WRK-BCH-VALOR-LOTE TO BMV-VALOR
               PERFORM 7747-GRAVAR-MOVIMENTO-BANCO
               MOVE ZEROS TO BCH-SALDO-HORAS
               REWRITE BCOHORAS-REG
           END-IF.

           PERFORM 7744-LER-LOTE-BANCO.

       7747-GRAVAR-MOVIMENTO-BANCO.

           MOVE WRK-BCH-COMPETENCIA TO BMV-COMPETENCIA.
           MOVE WRK-BCH-MATRICULA   TO BMV-MATRICULA.
           MOVE WRK-BCH-PROGRAMA    TO BMV-PROGRAMA.
           WRITE BCHMOV-REG.
