      **************************************************************
      ** CPYATBPR - CARGA DA TABELA DE ATRIBUICOES E BUSCA DO
      ** PROFESSOR DE UMA MATERIA DA TURMA. O CHAMADOR EXECUTA
      ** "PERFORM 7800-CARREGAR-TABELA-ATRIB" UMA UNICA VEZ NA
      ** INICIALIZACAO E, PARA CADA CONSULTA, PREENCHE WRK-ATB-TURMA
      ** E WRK-ATB-MATERIA E EXECUTA "PERFORM 7820-BUSCAR-PROF-
      ** MATERIA". SAIDA: WRK-ATB-ACHOU-SW, WRK-ATB-PROFESSOR,
      ** WRK-ATB-NOME E WRK-ATB-AULAS. OS ARQUIVOS SAO OPCIONAIS:
      ** SEM ATRIBUI A TABELA FICA VAZIA; SEM PROFESSO O NOME SAI EM
      ** BRANCO. INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7800-CARREGAR-TABELA-ATRIB.

           MOVE 'N' TO WRK-ATRIBUI-FIM-SW.
           MOVE 'N' TO WRK-PROFESSO-ABERTO-SW.
           MOVE 0   TO WRK-TAB-ATB-QTD.
           OPEN INPUT ATRIBUI-FILE.
           IF WRK-ATRIBUI-STATUS = '00'
               OPEN INPUT PROFESSO-FILE
               IF WRK-PROFESSO-STATUS = '00'
                   SET WRK-PROFESSO-ABERTO TO TRUE
               END-IF
               READ ATRIBUI-FILE NEXT RECORD
                   AT END SET WRK-ATRIBUI-FIM TO TRUE
               END-READ
               PERFORM 7810-LER-TABELA-ATRIB UNTIL WRK-ATRIBUI-FIM
               IF WRK-PROFESSO-ABERTO
                   CLOSE PROFESSO-FILE
               END-IF
               CLOSE ATRIBUI-FILE
           END-IF.

       7810-LER-TABELA-ATRIB.

           IF WRK-TAB-ATB-QTD < 1000
               ADD 1 TO WRK-TAB-ATB-QTD
               MOVE ATB-TURMA     TO TAB-ATB-TURMA(WRK-TAB-ATB-QTD)
               MOVE ATB-MATERIA   TO TAB-ATB-MATERIA(WRK-TAB-ATB-QTD)
               MOVE ATB-PROFESSOR
                   TO TAB-ATB-PROFESSOR(WRK-TAB-ATB-QTD)
               MOVE ATB-AULAS-SEMANA
                   TO TAB-ATB-AULAS(WRK-TAB-ATB-QTD)
               MOVE SPACES        TO TAB-ATB-NOME(WRK-TAB-ATB-QTD)
               IF WRK-PROFESSO-ABERTO
                   MOVE ATB-PROFESSOR TO PRF-CODIGO
                   READ PROFESSO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRF-NOME
                               TO TAB-ATB-NOME(WRK-TAB-ATB-QTD)
                   END-READ
               END-IF
           END-IF.
           READ ATRIBUI-FILE NEXT RECORD
               AT END SET WRK-ATRIBUI-FIM TO TRUE
           END-READ.

       7820-BUSCAR-PROF-MATERIA.

           MOVE 'N'    TO WRK-ATB-ACHOU-SW.
           MOVE ZEROS  TO WRK-ATB-PROFESSOR.
           MOVE SPACES TO WRK-ATB-NOME.
           MOVE ZEROS  TO WRK-ATB-AULAS.
           IF WRK-TAB-ATB-QTD > ZEROS
               SET ATB-IDX TO 1
               SEARCH TAB-ATB
                   AT END
                       CONTINUE
                   WHEN TAB-ATB-TURMA(ATB-IDX) = WRK-ATB-TURMA
                       AND TAB-ATB-MATERIA(ATB-IDX) = WRK-ATB-MATERIA
                       SET WRK-ATB-ACHOU TO TRUE
                       MOVE TAB-ATB-PROFESSOR(ATB-IDX)
                           TO WRK-ATB-PROFESSOR
                       MOVE TAB-ATB-NOME(ATB-IDX)  TO WRK-ATB-NOME
                       MOVE TAB-ATB-AULAS(ATB-IDX) TO WRK-ATB-AULAS
               END-SEARCH
           END-IF.
