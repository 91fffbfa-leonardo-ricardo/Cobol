      **************************************************************
      ** CPYGOVPR - CONFERENCIA DOS DADOS OBRIGATORIOS DO EMPREGADO
      ** (EMPREGADO-REG JA LIDO) ANTES DE ELE IR PARA UM ARQUIVO DO
      ** GOVERNO: NOME, DATA DE ADMISSAO, SALARIO, CENTRO DE CUSTO,
      ** FILIAL, CARGO E, NO DESLIGADO, A DATA DO DESLIGAMENTO. CADA
      ** DADO FALTANTE VAI PARA O RELATORIO DE EXCECOES E O
      ** EMPREGADO FICA DE FORA DO ARQUIVO. O CHAMADOR EXECUTA
      ** "PERFORM 7730-CONFERIR-DADOS-GOVERNO" E TESTA
      ** WRK-GOV-VALIDO. INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7730-CONFERIR-DADOS-GOVERNO.

           SET WRK-GOV-VALIDO TO TRUE.

           IF EMP-NOME = SPACES
               MOVE 'EMP-NOME'           TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'NOME EM BRANCO' TO EXC-MOTIVO
               PERFORM 7731-REJEITAR-DADO-GOVERNO
           END-IF.

           IF EMP-ANOENTRADA < 1900
               OR EMP-MESENTRADA < 1 OR EMP-MESENTRADA > 12
               OR EMP-DIAENTRADA < 1 OR EMP-DIAENTRADA > 31
               MOVE 'EMP-ANOENTRADA'     TO EXC-CAMPO
               COMPUTE WRK-GOV-DATA = EMP-ANOENTRADA * 10000
                   + EMP-MESENTRADA * 100 + EMP-DIAENTRADA
               MOVE WRK-GOV-DATA         TO EXC-VALOR
               MOVE 'DATA DE ADMISSAO INVALIDA' TO EXC-MOTIVO
               PERFORM 7731-REJEITAR-DADO-GOVERNO
           END-IF.

           IF EMP-SALARIO = ZEROS
               MOVE 'EMP-SALARIO'        TO EXC-CAMPO
               MOVE EMP-SALARIO          TO WRK-GOV-SALARIO-ED
               MOVE WRK-GOV-SALARIO-ED   TO EXC-VALOR
               MOVE 'SALARIO ZERADO' TO EXC-MOTIVO
               PERFORM 7731-REJEITAR-DADO-GOVERNO
           END-IF.

           IF EMP-CENTRO-CUSTO = SPACES
               MOVE 'EMP-CENTRO-CUSTO'   TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'CENTRO DE CUSTO EM BRANCO' TO EXC-MOTIVO
               PERFORM 7731-REJEITAR-DADO-GOVERNO
           END-IF.

           IF EMP-FILIAL NOT NUMERIC OR EMP-FILIAL = ZEROS
               MOVE 'EMP-FILIAL'         TO EXC-CAMPO
               MOVE EMP-FILIAL           TO EXC-VALOR
               MOVE 'FILIAL DE LOTACAO NAO INFORMADA' TO EXC-MOTIVO
               PERFORM 7731-REJEITAR-DADO-GOVERNO
           END-IF.

           IF EMP-CARGO = SPACES
               MOVE 'EMP-CARGO'          TO EXC-CAMPO
               MOVE SPACES               TO EXC-VALOR
               MOVE 'CARGO NAO INFORMADO' TO EXC-MOTIVO
               PERFORM 7731-REJEITAR-DADO-GOVERNO
           END-IF.

           IF EMP-DESLIGADO
               AND (EMP-DATA-DESLIG NOT NUMERIC
                   OR EMP-DATA-DESLIG = ZEROS)
               MOVE 'EMP-DATA-DESLIG'    TO EXC-CAMPO
               MOVE EMP-DATA-DESLIG      TO EXC-VALOR
               MOVE 'DESLIGADO SEM DATA DE DESLIGAMENTO'
                   TO EXC-MOTIVO
               PERFORM 7731-REJEITAR-DADO-GOVERNO
           END-IF.

           IF WRK-GOV-INVALIDO
               ADD 1 TO WRK-GOV-QTD-REJEITADOS
           END-IF.

       7731-REJEITAR-DADO-GOVERNO.

           SET WRK-GOV-INVALIDO TO TRUE.
           MOVE WRK-GOV-PROGRAMA TO EXC-PROGRAMA.
           MOVE EMP-MATRICULA    TO EXC-CHAVE.
           PERFORM 9100-GRAVAR-EXCECAO.
