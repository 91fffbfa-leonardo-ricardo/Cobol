      **    SEGUINTE), PARA SUBSTITUIR O CONTROLE EM PAPEL.
      ** DATA = 22/08/2026
      ** ALTERACOES:
      **  15/10/2026 LR - PERIODO AQUISITIVO PASSA A CONSIDERAR OS
      **               AFASTAMENTOS (CADASTRO AFASTAM, MANTIDO PELO
      **               PROGAFSM): DOENCA OU ACIDENTE COM MAIS DE 180
      **               DIAS A CARGO DO INSS REINICIA O PERIODO NA
      **               VOLTA DO EMPREGADO; LICENCA NAO REMUNERADA
      **               SUSPENDE O PERIODO, QUE SE ESTENDE PELOS DIAS
      **               DA LICENCA. O AJUSTE SAI ANOTADO NO RELATORIO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYEMPSL.
           COPY CPYAFSSL.
           SELECT FERIAS-FILE ASSIGN TO "FERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY CPYEMPFD.
       COPY CPYAFSFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.
       FD  FERIAS-FILE.
       77  WRK-MESES-ATE-LIMITE   PIC S9(05) VALUE ZEROS.
       77  WRK-FER-IDX            PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-FERIAS-QTD     PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-LOTE          PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-SUSPENSAO     PIC S9(05) VALUE ZEROS.
       77  WRK-DIAS-INSS          PIC S9(05) VALUE ZEROS.
       77  WRK-DIAS-SUSPENSAO-ED  PIC ZZZ9 VALUE ZEROS.
       77  WRK-PERIODO-REINIC-SW  PIC X(01) VALUE 'N'.
           88  WRK-PERIODO-REINICIADO         VALUE 'S'.
       01  WRK-BASE-AQUISITIVA.
           05  WRK-BASE-ANO       PIC 9(04).
           05  WRK-BASE-MES       PIC 9(02).
           05  WRK-BASE-DIA       PIC 9(02).
       01  WRK-BASE-DATA REDEFINES WRK-BASE-AQUISITIVA PIC 9(08).
       01  WRK-TAB-FERIAS-GOZADAS.
           05  TAB-FRS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WRK-TAB-FERIAS-QTD.
           05  WRK-LF-ABERTOS     PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LF-ALERTA      PIC X(22).
       COPY CPYDTSWS.
       COPY CPYAFSWS.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
               SET WRK-EMPREGADOS-ABERTO TO TRUE
               OPEN OUTPUT FERIASRL-FILE

               OPEN INPUT AFASTAM-FILE
               IF WRK-AFASTAM-STATUS = '00'
                   SET WRK-AFASTAM-ABERTO TO TRUE
               END-IF
               COMPUTE WRK-DATA-LOTE =
                   WRK-LOTECAB-ANO * 10000 + WRK-LOTECAB-MES * 100
                   + WRK-LOTECAB-DIA

               MOVE 'PROGFERB' TO WRK-CAB-PROGRAMA
               MOVE 'CONTROLE DE FERIAS' TO WRK-CAB-TITULO
               MOVE 1          TO WRK-CAB-PAGINA
      ** AQUISITIVO COMPLETO TERMINOU NO ANIVERSARIO MAIS RECENTE DA
      ** ADMISSAO; O LIMITE LEGAL PARA O GOZO E O ANIVERSARIO
      ** SEGUINTE. QUEM AINDA NAO COMPLETOU UM ANO DE CASA NAO TEM
      ** PERIODO ABERTO E NAO SAI NO RELATORIO. O ANIVERSARIO E
      ** CONTADO DA BASE AQUISITIVA, QUE E A ADMISSAO AJUSTADA PELOS
      ** AFASTAMENTOS (VER 0205).
      **************************************************************
       0200-PROCESSAR.

           PERFORM 0205-APURAR-BASE-AQUISITIVA.

           MOVE WRK-LOTECAB-ANO TO WRK-ANO-ANIVERSARIO.
           IF WRK-LOTECAB-MES < WRK-BASE-MES
               OR (WRK-LOTECAB-MES = WRK-BASE-MES
                   AND WRK-LOTECAB-DIA < WRK-BASE-DIA)
               SUBTRACT 1 FROM WRK-ANO-ANIVERSARIO
           END-IF.

           IF WRK-ANO-ANIVERSARIO > WRK-BASE-ANO
               AND NOT EMP-DESLIGADO
               PERFORM 0210-AVALIAR-PERIODO
           END-IF.
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** BASE AQUISITIVA DO EMPREGADO CORRENTE: PARTE DA DATA DE
      ** ADMISSAO E PERCORRE OS AFASTAMENTOS INICIADOS ATE A DATA DO
      ** LOTE, EM ORDEM DE INICIO. DOENCA OU ACIDENTE COM MAIS DE
      ** 180 DIAS A CARGO DO INSS (A PARTIR DO 16o DIA) FAZ PERDER O
      ** PERIODO EM CURSO: A BASE PASSA A SER O DIA DO RETORNO (OU
      ** A DATA DO LOTE, SE O EMPREGADO AINDA ESTA AFASTADO) E A
      ** SUSPENSAO ACUMULADA ATE ALI E DESCARTADA. LICENCA NAO
      ** REMUNERADA POSTERIOR A BASE SUSPENDE O PERIODO: A BASE
      ** AVANCA OS DIAS DA LICENCA. MATERNIDADE NAO ALTERA NADA.
      **************************************************************
       0205-APURAR-BASE-AQUISITIVA.

           MOVE EMP-ANOENTRADA TO WRK-BASE-ANO.
           MOVE EMP-MESENTRADA TO WRK-BASE-MES.
           MOVE EMP-DIAENTRADA TO WRK-BASE-DIA.
           MOVE ZEROS          TO WRK-DIAS-SUSPENSAO.
           MOVE 'N'            TO WRK-PERIODO-REINIC-SW.

           IF WRK-AFASTAM-ABERTO AND NOT EMP-DESLIGADO
               MOVE 'N'           TO WRK-AFS-FIM-SW
               MOVE EMP-MATRICULA TO AFS-MATRICULA
               MOVE ZEROS         TO AFS-DATA-INICIO
               START AFASTAM-FILE KEY IS NOT LESS THAN AFS-CHAVE
                   INVALID KEY SET WRK-AFS-FIM TO TRUE
               END-START
               PERFORM 0206-LER-AFASTAMENTO UNTIL WRK-AFS-FIM
           END-IF.

           IF WRK-DIAS-SUSPENSAO > ZEROS
               MOVE 'AD'               TO DTS-FUNCAO
               MOVE WRK-BASE-DATA      TO DTS-DATA1
               MOVE WRK-DIAS-SUSPENSAO TO DTS-DIAS
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL      TO WRK-BASE-AQUISITIVA
           END-IF.

       0206-LER-AFASTAMENTO.

           READ AFASTAM-FILE NEXT RECORD
               AT END
                   SET WRK-AFS-FIM TO TRUE
               NOT AT END
                   IF AFS-MATRICULA NOT = EMP-MATRICULA
                       OR AFS-DATA-INICIO > WRK-DATA-LOTE
                       SET WRK-AFS-FIM TO TRUE
                   ELSE
                       PERFORM 0207-AVALIAR-AFASTAMENTO
                   END-IF
           END-READ.

       0207-AVALIAR-AFASTAMENTO.

           IF AFS-DATA-FIM = ZEROS OR AFS-DATA-FIM > WRK-DATA-LOTE
               MOVE WRK-DATA-LOTE TO WRK-AFS-FIM-NP
           ELSE
               MOVE AFS-DATA-FIM  TO WRK-AFS-FIM-NP
           END-IF.

           EVALUATE TRUE
               WHEN AFS-DOENCA
               WHEN AFS-ACIDENTE
                   MOVE 'AD'            TO DTS-FUNCAO
                   MOVE AFS-DATA-INICIO TO DTS-DATA1
                   MOVE 15              TO DTS-DIAS
                   CALL 'PROGDATA' USING WRK-DTS-AREA
                   MOVE DTS-PROX-UTIL   TO WRK-AFS-INICIO-NP
                   MOVE ZEROS           TO WRK-DIAS-INSS
                   IF WRK-AFS-INICIO-NP NOT > WRK-AFS-FIM-NP
                       MOVE 'DE'              TO DTS-FUNCAO
                       MOVE WRK-AFS-INICIO-NP TO DTS-DATA1
                       MOVE WRK-AFS-FIM-NP    TO DTS-DATA2
                       CALL 'PROGDATA' USING WRK-DTS-AREA
                       COMPUTE WRK-DIAS-INSS = DTS-DIAS + 1
                   END-IF
                   IF WRK-DIAS-INSS > 180
                       PERFORM 0208-REINICIAR-PERIODO
                   END-IF
               WHEN AFS-NAO-REMUNERADA
                   IF AFS-DATA-INICIO < WRK-BASE-DATA
                       MOVE WRK-BASE-DATA   TO WRK-AFS-INICIO-NP
                   ELSE
                       MOVE AFS-DATA-INICIO TO WRK-AFS-INICIO-NP
                   END-IF
                   IF WRK-AFS-INICIO-NP NOT > WRK-AFS-FIM-NP
                       MOVE 'DE'              TO DTS-FUNCAO
                       MOVE WRK-AFS-INICIO-NP TO DTS-DATA1
                       MOVE WRK-AFS-FIM-NP    TO DTS-DATA2
                       CALL 'PROGDATA' USING WRK-DTS-AREA
                       COMPUTE WRK-DIAS-SUSPENSAO =
                           WRK-DIAS-SUSPENSAO + DTS-DIAS + 1
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0208-REINICIAR-PERIODO.

           SET WRK-PERIODO-REINICIADO TO TRUE.
           MOVE ZEROS TO WRK-DIAS-SUSPENSAO.
           IF AFS-DATA-FIM NOT = ZEROS
               AND AFS-DATA-FIM < WRK-DATA-LOTE
               MOVE 'AD'          TO DTS-FUNCAO
               MOVE AFS-DATA-FIM  TO DTS-DATA1
               MOVE 1             TO DTS-DIAS
               CALL 'PROGDATA' USING WRK-DTS-AREA
               MOVE DTS-PROX-UTIL TO WRK-BASE-AQUISITIVA
           ELSE
               MOVE WRK-DATA-LOTE TO WRK-BASE-DATA
           END-IF.

       0210-AVALIAR-PERIODO.

           ADD 1 TO WRK-QTD-EMPREGADOS.
           END-IF.

           COMPUTE WRK-MESES-ATE-LIMITE =
               ((WRK-ANO-ANIVERSARIO + 1) * 12 + WRK-BASE-MES)
               - (WRK-LOTECAB-ANO * 12 + WRK-LOTECAB-MES).

           MOVE SPACES TO WRK-LF-ALERTA.
           MOVE WRK-DIAS-ABERTOS    TO WRK-LF-ABERTOS.
           WRITE FERIASRL-LINHA FROM WRK-LINHA-FERIAS.

           IF WRK-PERIODO-REINICIADO
               MOVE SPACES TO FERIASRL-LINHA
               STRING '       PERIODO REINICIADO EM ' DELIMITED BY SIZE
                   WRK-BASE-DIA DELIMITED BY SIZE
                   '/'          DELIMITED BY SIZE
                   WRK-BASE-MES DELIMITED BY SIZE
                   '/'          DELIMITED BY SIZE
                   WRK-BASE-ANO DELIMITED BY SIZE
                   ' (AFASTAMENTO PELO INSS > 180 DIAS)'
                       DELIMITED BY SIZE
                   INTO FERIASRL-LINHA
               WRITE FERIASRL-LINHA
           END-IF.

           IF WRK-DIAS-SUSPENSAO > ZEROS
               MOVE WRK-DIAS-SUSPENSAO TO WRK-DIAS-SUSPENSAO-ED
               MOVE SPACES TO FERIASRL-LINHA
               STRING '       PERIODO SUSPENSO POR ' DELIMITED BY SIZE
                   WRK-DIAS-SUSPENSAO-ED DELIMITED BY SIZE
                   ' DIAS (LICENCA NAO REMUNERADA)' DELIMITED BY SIZE
                   INTO FERIASRL-LINHA
               WRITE FERIASRL-LINHA
           END-IF.

       0300-FINALIZAR.

           IF WRK-EMPREGADOS-ABERTO
                   INTO FERIASRL-LINHA
               WRITE FERIASRL-LINHA

               IF WRK-AFASTAM-ABERTO
                   CLOSE AFASTAM-FILE
               END-IF
               CLOSE EMPREGADOS-FILE
               CLOSE FERIASRL-FILE
           END-IF.
