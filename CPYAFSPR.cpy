      **************************************************************
      ** CPYAFSPR - DIAS DE AFASTAMENTO NAO PAGOS PELA EMPRESA NUM
      ** PERIODO. O CHAMADOR ABRE O AFASTAM (OPCIONAL - ARQUIVO
      ** AUSENTE DEIXA WRK-AFASTAM-ABERTO-SW EM 'N' E TODOS OS DIAS
      ** ZERADOS), PREENCHE WRK-AFS-MATRICULA, WRK-AFS-PER-INICIO E
      ** WRK-AFS-PER-FIM E EXECUTA "PERFORM 7720-SOMAR-AFASTAMENTOS".
      ** DOENCA E ACIDENTE: OS 15 PRIMEIROS DIAS SAO DA EMPRESA, OS
      ** DEMAIS DO INSS. LICENCA NAO REMUNERADA: TODOS OS DIAS.
      ** MATERNIDADE: PAGA PELA EMPRESA, NAO ENTRA NA CONTA.
      ** AFASTAMENTO SEM DATA DE FIM CORRE ATE O FIM DO PERIODO.
      ** INCLUIR NA PROCEDURE DIVISION.
      **************************************************************
       7720-SOMAR-AFASTAMENTOS.

           MOVE ZEROS TO WRK-AFS-DIAS-INSS.
           MOVE ZEROS TO WRK-AFS-DIAS-SEM-VENC.
           MOVE ZEROS TO WRK-AFS-DIAS-NAO-PAGOS.

           IF WRK-AFASTAM-ABERTO
               MOVE 'N'               TO WRK-AFS-FIM-SW
               MOVE WRK-AFS-MATRICULA TO AFS-MATRICULA
               MOVE ZEROS             TO AFS-DATA-INICIO
               START AFASTAM-FILE KEY IS NOT LESS THAN AFS-CHAVE
                   INVALID KEY SET WRK-AFS-FIM TO TRUE
               END-START
               PERFORM 7721-LER-AFASTAMENTO UNTIL WRK-AFS-FIM
           END-IF.

           COMPUTE WRK-AFS-DIAS-NAO-PAGOS =
               WRK-AFS-DIAS-INSS + WRK-AFS-DIAS-SEM-VENC.

       7721-LER-AFASTAMENTO.

           READ AFASTAM-FILE NEXT RECORD
               AT END
                   SET WRK-AFS-FIM TO TRUE
               NOT AT END
                   IF AFS-MATRICULA NOT = WRK-AFS-MATRICULA
                       OR AFS-DATA-INICIO > WRK-AFS-PER-FIM
                       SET WRK-AFS-FIM TO TRUE
                   ELSE
                       PERFORM 7722-AVALIAR-AFASTAMENTO
                   END-IF
           END-READ.

       7722-AVALIAR-AFASTAMENTO.

           MOVE ZEROS TO WRK-AFS-INICIO-NP.
           EVALUATE TRUE
               WHEN AFS-DOENCA
               WHEN AFS-ACIDENTE
                   MOVE 'AD'            TO DTS-FUNCAO
                   MOVE AFS-DATA-INICIO TO DTS-DATA1
                   MOVE 15              TO DTS-DIAS
                   CALL 'PROGDATA' USING WRK-DTS-AREA
                   MOVE DTS-PROX-UTIL   TO WRK-AFS-INICIO-NP
               WHEN AFS-NAO-REMUNERADA
                   MOVE AFS-DATA-INICIO TO WRK-AFS-INICIO-NP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WRK-AFS-INICIO-NP NOT = ZEROS
               IF WRK-AFS-INICIO-NP < WRK-AFS-PER-INICIO
                   MOVE WRK-AFS-PER-INICIO TO WRK-AFS-INICIO-NP
               END-IF
               IF AFS-DATA-FIM = ZEROS
                   OR AFS-DATA-FIM > WRK-AFS-PER-FIM
                   MOVE WRK-AFS-PER-FIM TO WRK-AFS-FIM-NP
               ELSE
                   MOVE AFS-DATA-FIM    TO WRK-AFS-FIM-NP
               END-IF
               IF WRK-AFS-INICIO-NP NOT > WRK-AFS-FIM-NP
                   MOVE 'DE'              TO DTS-FUNCAO
                   MOVE WRK-AFS-INICIO-NP TO DTS-DATA1
                   MOVE WRK-AFS-FIM-NP    TO DTS-DATA2
                   CALL 'PROGDATA' USING WRK-DTS-AREA
                   COMPUTE WRK-AFS-DIAS-TRECHO = DTS-DIAS + 1
                   IF AFS-NAO-REMUNERADA
                       ADD WRK-AFS-DIAS-TRECHO TO WRK-AFS-DIAS-SEM-VENC
                   ELSE
                       ADD WRK-AFS-DIAS-TRECHO TO WRK-AFS-DIAS-INSS
                   END-IF
               END-IF
           END-IF.
