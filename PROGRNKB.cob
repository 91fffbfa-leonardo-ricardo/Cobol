      **               IGUAL AO FECHAMENTO OFICIAL DO ANO NO
      **               PROGNOTB - O RANKING E O QUADRO DE HONRA NAO
      **               PODEM CONTRADIZER O RESULTADO DO RESULANO.
      **  15/10/2026 LR - AS MEDIAS DO RANKING SAEM TAMBEM NO RANKMED
      **               (MATRICULA, TURMA, MEDIA, DATA DO LOTE), PARA A
      **               RENOVACAO DE BOLSA DE MERITO (PROGBLSM/PROGBLSB)
      **               CONFERIR A MEDIA CONTRA O CORTE.
      **  15/10/2026 LR - ALUNO TRANSFERIDO DE TURMA NO ANO (MOVALUNO,
      **               VER PROGMVAM) ENTRA NO RANKING DA TURMA ATUAL,
      **               MAS CADA BIMESTRE PONDERA PELO PESO DA TURMA
      **               ONDE FOI CURSADO; A LINHA DO ALUNO LEVA A TURMA
      **               DE ORIGEM.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RANKREL-FILE ASSIGN TO "RANKREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RANKREL-STATUS.
           COPY CPYRKMSL.
           COPY CPYMVASL.
           COPY CPYNOTPSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.

       FD  RANKREL-FILE.
       01  RANKREL-LINHA          PIC X(90).
       COPY CPYRKMFD.
       COPY CPYMVAFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       77  WRK-MATRALUN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-NOTAS-STATUS       PIC X(02) VALUE SPACES.
       77  WRK-RANKREL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-RANKMED-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-NOTAS-FIM-SW       PIC X(01) VALUE 'N'.
               10  TAB-RNK-MATRICULA  PIC 9(06).
               10  TAB-RNK-NOME       PIC X(20).
               10  TAB-RNK-MEDIA      PIC 9(02)V9.
               10  TAB-RNK-ORIGEM     PIC X(10).
       01  WRK-RNK-TROCA.
           05  WRK-RKT-TURMA      PIC X(10).
           05  WRK-RKT-MATRICULA  PIC 9(06).
           05  WRK-RKT-NOME       PIC X(20).
           05  WRK-RKT-MEDIA      PIC 9(02)V9.
           05  WRK-RKT-ORIGEM     PIC X(10).
       77  WRK-TURMA-ORIGEM       PIC X(10) VALUE SPACES.
       77  WRK-TROCAR-SW          PIC X(01) VALUE 'N'.
           88  WRK-TROCAR                   VALUE 'S'.
       77  WRK-TURMA-CORRENTE     PIC X(10) VALUE SPACES.
           05  WRK-LK-NOME        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LK-MEDIA       PIC ZZ,9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WRK-LK-OBS         PIC X(22).
       COPY CPYNOTWS.
       COPY CPYMVATB.
       COPY CPYCABWS.
       COPY CPYABLWS.
       COPY CPYLOTWS.
           PERFORM 7050-LER-CABECALHO-LOTE.
           PERFORM 8000-CARREGAR-NOTAS.
           PERFORM 8500-CARREGAR-TURMAS.
           PERFORM 7860-CARREGAR-TABELA-MOVTO.

           DISPLAY 'CORTE DO QUADRO DE HONRA (EX: 8,0)..'.
           ACCEPT WRK-CORTE-HONRA FROM CONSOLE.
                           TAB-RNK-NOME(WRK-TAB-RNK-QTD)
                       MOVE WRK-MEDIA-ANO TO
                           TAB-RNK-MEDIA(WRK-TAB-RNK-QTD)
                       MOVE WRK-TURMA-ORIGEM TO
                           TAB-RNK-ORIGEM(WRK-TAB-RNK-QTD)
                       ADD WRK-MEDIA-ANO TO WRK-SOMA-ESCOLA
                   END-IF
           END-READ.

       0210-CALCULAR-MEDIA-ANO.

           MOVE MAT-MATRICULA  TO WRK-MVA-MATRICULA.
           MOVE MAT-ANO-LETIVO TO WRK-MVA-ANO-LETIVO.
           MOVE MAT-TURMA      TO WRK-MVA-TURMA-ATUAL.
           MOVE SPACES         TO WRK-TURMA-ORIGEM.
           MOVE ZEROS TO WRK-QTD-BIM-COM-NOTA.
           MOVE ZEROS TO WRK-SOMA-MEDIAS-BIM.
           MOVE ZEROS TO WRK-SOMA-PESOS-BIM.
       0220-CALCULAR-MEDIA-BIMESTRE.

           MOVE WRK-BIM-SUB TO WRK-BIM-CORRENTE.
           MOVE WRK-BIM-SUB TO WRK-MVA-BIMESTRE.
           PERFORM 7862-BUSCAR-TURMA-BIMESTRE.
           IF WRK-MVA-ACHOU AND WRK-TURMA-ORIGEM = SPACES
               MOVE WRK-MVA-TURMA-BIM TO WRK-TURMA-ORIGEM
           END-IF.
           MOVE ZEROS TO WRK-NOTA1 WRK-NOTA2 WRK-NOTA3.
           MOVE ZEROS TO WRK-PESO1 WRK-PESO2 WRK-PESO3.
           PERFORM 0230-CONFERIR-NOTA
               PERFORM 0350-IMPRIMIR-QUADRO-HONRA

               CLOSE RANKREL-FILE

               OPEN OUTPUT RANKMED-FILE
               PERFORM 0370-GRAVAR-MEDIA-ALUNO
                   VARYING WRK-RNK-SUB FROM 1 BY 1
                   UNTIL WRK-RNK-SUB > WRK-TAB-RNK-QTD
               CLOSE RANKMED-FILE
           END-IF.

       0310-PASSADA-ORDENACAO.
                   ' ===' DELIMITED BY SIZE
                   INTO RANKREL-LINHA
               WRITE RANKREL-LINHA
               MOVE 'POS   MATR.   NOME                  MEDIA  OBS'
                   TO RANKREL-LINHA
               WRITE RANKREL-LINHA
           END-IF.
           MOVE TAB-RNK-MATRICULA(WRK-RNK-SUB) TO WRK-LK-MATRICULA.
           MOVE TAB-RNK-NOME(WRK-RNK-SUB)  TO WRK-LK-NOME.
           MOVE TAB-RNK-MEDIA(WRK-RNK-SUB) TO WRK-LK-MEDIA.
           IF TAB-RNK-ORIGEM(WRK-RNK-SUB) NOT = SPACES
               STRING 'TRANSF. DE ' DELIMITED BY SIZE
                   TAB-RNK-ORIGEM(WRK-RNK-SUB) DELIMITED BY SIZE
                   INTO WRK-LK-OBS
           END-IF.
           WRITE RANKREL-LINHA FROM WRK-LINHA-RANK.

       0340-FECHAR-TURMA.
               WRITE RANKREL-LINHA
           END-IF.

      **************************************************************
      ** MEDIAS DO RANKING PARA A RENOVACAO DE BOLSA DE MERITO.
      **************************************************************
       0370-GRAVAR-MEDIA-ALUNO.

           MOVE TAB-RNK-MATRICULA(WRK-RNK-SUB) TO RKM-MATRICULA.
           MOVE TAB-RNK-TURMA(WRK-RNK-SUB)     TO RKM-TURMA.
           MOVE TAB-RNK-MEDIA(WRK-RNK-SUB)     TO RKM-MEDIA.
           MOVE WRK-LOTECAB-DATA               TO RKM-DATA.
           WRITE RANKMED-REG.

       0400-FINALIZAR.

           IF WRK-MATRALUN-ABERTO
      ** CADASTRO DE TURMAS: SO O CODIGO E OS PESOS POR BIMESTRE
      ** INTERESSAM AQUI, PARA A MEDIA DO ANO PONDERAR IGUAL AO
      ** FECHAMENTO OFICIAL (PROGNOTB). PESO AUSENTE OU ZERADO
      ** VALE 1. O PESO E O DA TURMA ONDE O BIMESTRE FOI CURSADO
      ** (WRK-MVA-TURMA-BIM, VER CPYMVAPR).
      **************************************************************
       8500-CARREGAR-TURMAS.

           SEARCH TAB-TUR
               AT END
                   CONTINUE
               WHEN TAB-TUR-CODIGO(TUR-IDX) = WRK-MVA-TURMA-BIM
                   SET WRK-TUR-ACHOU TO TRUE
                   IF TAB-TUR-PESO-BIM(TUR-IDX, WRK-BIM-SUB)
                       > ZEROS
           END-READ.

       COPY CPYNOTPR.
       COPY CPYMVAPR.
       COPY CPYCABPR.
       COPY CPYABLPR.
       COPY CPYLOTPR.
