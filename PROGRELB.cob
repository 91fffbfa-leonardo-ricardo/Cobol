       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRELB.
      **************************************************************
      ** AREA DE COMENTARIO - REMARKS
      ** AUTHOR = LEONARDO(ESTUDANTE) LEOO
      ** OBJETIVO: ARQUIVO DATADO DOS RELATORIOS DA JANELA DE LOTE,
      **    QUE A CADA NOITE SAO REGRAVADOS POR CIMA. EXECUTADO PELO
      **    DRIVER (PROGLOTE) NO ENCERRAMENTO DA JANELA, DEPOIS DO
      **    RESUMO DE OPERACAO. CADA RELATORIO DA TABELA
      **    WRK-RELATORIOS CUJO CABECALHO PADRAO (CPYCABPR) E DA
      **    DATA E DA SEQUENCIA DO LOTE CORRENTE (LOTECAB) TEM AS
      **    LINHAS COPIADAS PARA O RELARQ (CPYRAR*) E GANHA UM
      **    REGISTRO NO CATALOGO RELCATLG (CPYRCG*), COM O PROGRAMA,
      **    A DATA, A FILIAL E A SEQUENCIA DO CABECALHO E AS
      **    QUANTIDADES DE PAGINAS E LINHAS. RELATORIO DE OUTRA
      **    JANELA (NAO PRODUZIDO NESTA) OU JA CATALOGADO (REINICIO
      **    DA JANELA) NAO E ARQUIVADO DE NOVO. A LISTA E A
      **    REIMPRESSAO FICAM NO PROGRELC E O EXPURGO, PELA
      **    RETENCAO PROPRIA DO ARQUIVO DE RELATORIOS (RETENCAO), NO
      **    PROGARQB.
      ** DATA = 15/10/2026
      ** ALTERACOES:
      **  15/10/2026 LR - RELATORIOS DO SAC (SACREL, SAMREL) PASSAM A
      **               SER ARQUIVADOS.
      **  15/10/2026 LR - CATALOGO GRAVA O MODO DE IMPRESSAO DOS DADOS
      **               PESSOAIS DA EXECUCAO QUE PRODUZIU O RELATORIO
      **               (RCG-MODO), PARA A REIMPRESSAO NO PROGRELC. SO
      **               OS RELATORIOS DA TABELA WRK-RELATORIOS-MASC
      **               (QUE PASSAM PELO PROGMASC) PODEM SAIR 'M'; OS
      **               DEMAIS SAO CATALOGADOS 'C'.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-FILE ASSIGN TO DYNAMIC WRK-REL-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY CPYRARSL.
           COPY CPYRCGSL.
           COPY CPYABLSL.
           COPY CPYLOTSL.
       DATA DIVISION.
       FILE SECTION.
       FD  RELATORIO-FILE.
       01  RELATORIO-LINHA        PIC X(132).
       COPY CPYRARFD.
       COPY CPYRCGFD.
       COPY CPYABLFD.
       COPY CPYLOTFD.

       WORKING-STORAGE SECTION.
       77  WRK-RELATORIO-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-RELARQ-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RELCATLG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-SW             PIC X(01) VALUE 'N'.
           88  WRK-FIM                        VALUE 'S'.
       77  WRK-ARQUIVO-OK-SW      PIC X(01) VALUE 'N'.
           88  WRK-ARQUIVO-OK                 VALUE 'S'.
       77  WRK-CABECALHO-SW       PIC X(01) VALUE 'N'.
           88  WRK-ACHOU-CABECALHO            VALUE 'S'.
       77  WRK-CATALOGADO-SW      PIC X(01) VALUE 'N'.
           88  WRK-JA-CATALOGADO              VALUE 'S'.
       77  WRK-REL-NOME           PIC X(09) VALUE SPACES.
       77  WRK-REL-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-CAT-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-MSC-SUB            PIC 9(03) VALUE ZEROS.
       77  WRK-MASCARA-SW         PIC X(01) VALUE 'N'.
           88  WRK-REL-MASCARA                VALUE 'S'.
       77  WRK-QTD-PAGINAS        PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LINHAS         PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ARQUIVADOS     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-JA-CATALOGADOS PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-OUTRA-JANELA   PIC 9(03) VALUE ZEROS.
       01  WRK-CABECALHO-REL.
           05  WRK-CBR-PROGRAMA   PIC X(09) VALUE SPACES.
           05  WRK-CBR-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-CBR-SEQUENCIA  PIC 9(05) VALUE ZEROS.
           05  WRK-CBR-FILIAL     PIC 9(02) VALUE ZEROS.
      **************************************************************
      ** SEGUNDA LINHA DO CABECALHO PADRAO (VER 0900-MONTAR-
      ** CABECALHO-PADRAO EM CPYCABPR), UMA POR PAGINA:
      ** "PROGRAMA: XXXXXXXXX   DATA: DD/MM/AAAA   TURNO: X   LOTE:
      ** NNNNN   FILIAL: NN".
      **************************************************************
       01  WRK-LINHA-REL          PIC X(132) VALUE SPACES.
       01  WRK-LINHA-CAB REDEFINES WRK-LINHA-REL.
           05  WRK-LCB-ROTULO     PIC X(10).
           05  WRK-LCB-PROGRAMA   PIC X(09).
           05  FILLER             PIC X(09).
           05  WRK-LCB-DIA        PIC 9(02).
           05  FILLER             PIC X(01).
           05  WRK-LCB-MES        PIC 9(02).
           05  FILLER             PIC X(01).
           05  WRK-LCB-ANO        PIC 9(04).
           05  FILLER             PIC X(10).
           05  WRK-LCB-TURNO      PIC X(01).
           05  FILLER             PIC X(09).
           05  WRK-LCB-SEQUENCIA  PIC 9(05).
           05  FILLER             PIC X(11).
           05  WRK-LCB-FILIAL     PIC 9(02).
           05  FILLER             PIC X(56).
      **************************************************************
      ** RELATORIOS DA SUITE COM O CABECALHO PADRAO (NOME LOGICO DO
      ** ARQUIVO DE SAIDA). RELATORIO NOVO ENTRA AQUI.
      **************************************************************
       01  WRK-RELATORIOS.
           05  FILLER PIC X(45) VALUE
               'ACDREL   ADIANREL AFASTREL AGINGREL AMOVREL  '.
           05  FILLER PIC X(45) VALUE
               'ANOREL   APURREL  ARQREL   AUDREL   AULREL   '.
           05  FILLER PIC X(45) VALUE
               'AVFREL   AVTREL   BALANREL BALPATRL BCHEXTR  '.
           05  FILLER PIC X(45) VALUE
               'BENEREL  BKORDREL BLSREL   BOLETIM  BOLREL   '.
           05  FILLER PIC X(45) VALUE
               'BRETREL  CCRESREL CCUSTREL COBREL   COMISREL '.
           05  FILLER PIC X(45) VALUE
               'CONCREL  CORTEREL COTACREL CPAGREL  CREDNREL '.
           05  FILLER PIC X(45) VALUE
               'CRETREL  CTLCONRL CUSTOPRELDEC13REL DECAREL  '.
           05  FILLER PIC X(45) VALUE
               'DEPREREL DEVREL   DIARIO   DIVREL   DREREL   '.
           05  FILLER PIC X(45) VALUE
               'DSTNOTRELECDREL   EMBARREL ESTPOREL EXTRATCL '.
           05  FILLER PIC X(45) VALUE
               'EXTRATO  FALTASUM FATREL   FERIASRL FGTSREL  '.
           05  FILLER PIC X(45) VALUE
               'FLUXOREL FOLHAREL HISTESC  HORREL   INFORMES '.
           05  FILLER PIC X(45) VALUE
               'INTREL   INVDIVR  INVFOLHA KPIREL   LPADREL  '.
           05  FILLER PIC X(45) VALUE
               'MALADIR  MANIFEST MARGREL  MENINREL MOVREL   '.
           05  FILLER PIC X(45) VALUE
               'MRPREL   NFERETRL OCPREL   OPRESUMO ORCAVREL '.
           05  FILLER PIC X(45) VALUE
               'OVDCONV  OVDEXPR  PAGSELRL PDDREL   PEDBKLG  '.
           05  FILLER PIC X(45) VALUE
               'PODREL   PRAZOREL PRECOREL PRETREL  PRODRANK '.
           05  FILLER PIC X(45) VALUE
               'PROVREL  QUADREL  RANKREL  RAZAOREL RCLREL   '.
           05  FILLER PIC X(45) VALUE
               'RCTREL   REMATREL REMPEND  REPOSREL RESCREL  '.
           05  FILLER PIC X(45) VALUE
               'RETREL   RFVREL   ROMANEIO SACREL   SAMREL   '.
           05  FILLER PIC X(45) VALUE
               'SIMULREL SINREL   TABREL   TEMPOREL TESOREL  '.
           05  FILLER PIC X(27) VALUE
               'TOPCLREL TURMAREL VENDREL  '.
       01  WRK-TAB-RELATORIOS REDEFINES WRK-RELATORIOS.
           05  TAB-REL-NOME OCCURS 103 TIMES PIC X(09).
      **************************************************************
      ** RELATORIOS QUE IMPRIMEM CPF, RG OU CONTA BANCARIA SO PELO
      ** PROGMASC (MASCARADOS CONFORME O OPERADOR DO LOTE). UM
      ** RELATORIO SO ENTRA AQUI DEPOIS DE TODO DADO PESSOAL DELE
      ** PASSAR PELO PROGMASC; FORA DA TABELA, O CATALOGO GRAVA 'C'
      ** E A REIMPRESSAO SEMPRE CONFERE A ALCADA DO SOLICITANTE.
      **************************************************************
       01  WRK-RELATORIOS-MASC.
           05  FILLER PIC X(45) VALUE
               'ACDREL   AGINGREL BKORDREL BOLREL   COBREL   '.
           05  FILLER PIC X(45) VALUE
               'CREDNREL DEVREL   EXTRATCL INTREL   MANIFEST '.
           05  FILLER PIC X(45) VALUE
               'MARGREL  OVDEXPR  PDDREL   PEDBKLG  RCLREL   '.
           05  FILLER PIC X(36) VALUE
               'REMPEND  RFVREL   ROMANEIO TOPCLREL '.
       01  WRK-TAB-RELATORIOS-MASC REDEFINES WRK-RELATORIOS-MASC.
           05  TAB-MSC-NOME OCCURS 19 TIMES PIC X(09).
      **************************************************************
      ** RELATORIOS JA CATALOGADOS PARA A DATA E A SEQUENCIA DO LOTE
      ** CORRENTE (REINICIO DA JANELA).
      **************************************************************
       77  WRK-TAB-CAT-QTD        PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-CATALOGADOS.
           05  TAB-CAT-NOME OCCURS 1 TO 103 TIMES
                   DEPENDING ON WRK-TAB-CAT-QTD PIC X(09).
       COPY CPYABLWS.
       COPY CPYLOTWS.
       COPY CPYMSKWS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           PERFORM 0100-INICIALIZAR.
           IF WRK-ARQUIVO-OK
               PERFORM 0200-ARQUIVAR-RELATORIO
                   VARYING WRK-REL-SUB FROM 1 BY 1
                   UNTIL WRK-REL-SUB > 103
           END-IF.
           PERFORM 0300-FINALIZAR.

           GOBACK.

      **************************************************************
      ** CATALOGO DA JANELA CORRENTE E ABERTURA DO ARQUIVO DATADO.
      **************************************************************
       0100-INICIALIZAR.

           PERFORM 7050-LER-CABECALHO-LOTE.

           MOVE ZEROS TO WRK-TAB-CAT-QTD.
           MOVE 'N' TO WRK-FIM-SW.
           OPEN INPUT RELCATLG-FILE.
           IF WRK-RELCATLG-STATUS NOT = '35'
               READ RELCATLG-FILE
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 0110-LER-CATALOGO UNTIL WRK-FIM
               CLOSE RELCATLG-FILE
           END-IF.

           MOVE 'N' TO WRK-ARQUIVO-OK-SW.
           OPEN EXTEND RELARQ-FILE.
           IF WRK-RELARQ-STATUS = '05' OR '35'
               CLOSE RELARQ-FILE
               OPEN OUTPUT RELARQ-FILE
           END-IF.
           IF WRK-RELARQ-STATUS NOT = '00'
               MOVE 'PROGRELB'             TO ABL-PROGRAMA
               MOVE '0100-INICIALIZAR'     TO ABL-PARAGRAFO
               MOVE WRK-RELARQ-STATUS      TO ABL-STATUS-ARQUIVO
               MOVE 'FALHA AO ABRIR O ARQUIVO DATADO DE RELATORIOS'
                   TO ABL-MENSAGEM
               PERFORM 9900-GRAVAR-ABEND
           ELSE
               SET WRK-ARQUIVO-OK TO TRUE
           END-IF.

       0110-LER-CATALOGO.

           IF RCG-DATA = WRK-LOTECAB-DATA
               AND RCG-SEQUENCIA = WRK-LOTECAB-SEQUENCIA
               AND WRK-TAB-CAT-QTD < 103
               ADD 1 TO WRK-TAB-CAT-QTD
               MOVE RCG-RELATORIO TO TAB-CAT-NOME(WRK-TAB-CAT-QTD)
           END-IF.
           READ RELCATLG-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

      **************************************************************
      ** UM RELATORIO: PRIMEIRA PASSAGEM LE O CABECALHO PADRAO E
      ** CONTA PAGINAS E LINHAS; SE ELE E DESTA JANELA E AINDA NAO
      ** ESTA NO CATALOGO, A SEGUNDA PASSAGEM COPIA AS LINHAS PARA O
      ** RELARQ E O CATALOGO RECEBE O REGISTRO. ARQUIVO AUSENTE
      ** (RELATORIO NAO PRODUZIDO) E IGNORADO.
      **************************************************************
       0200-ARQUIVAR-RELATORIO.

           MOVE TAB-REL-NOME(WRK-REL-SUB) TO WRK-REL-NOME.
           MOVE 'N'    TO WRK-CABECALHO-SW.
           MOVE ZEROS  TO WRK-QTD-PAGINAS.
           MOVE ZEROS  TO WRK-QTD-LINHAS.
           INITIALIZE WRK-CABECALHO-REL.

           MOVE 'N' TO WRK-FIM-SW.
           OPEN INPUT RELATORIO-FILE.
           IF WRK-RELATORIO-STATUS = '00'
               READ RELATORIO-FILE INTO WRK-LINHA-REL
                   AT END SET WRK-FIM TO TRUE
               END-READ
               PERFORM 0210-CONTAR-LINHA UNTIL WRK-FIM
               CLOSE RELATORIO-FILE
           END-IF.

           IF WRK-ACHOU-CABECALHO
               AND WRK-CBR-DATA = WRK-LOTECAB-DATA
               AND WRK-CBR-SEQUENCIA = WRK-LOTECAB-SEQUENCIA
               MOVE 'N' TO WRK-CATALOGADO-SW
               PERFORM 0220-CONFERIR-CATALOGO
                   VARYING WRK-CAT-SUB FROM 1 BY 1
                   UNTIL WRK-CAT-SUB > WRK-TAB-CAT-QTD
               IF WRK-JA-CATALOGADO
                   ADD 1 TO WRK-QTD-JA-CATALOGADOS
               ELSE
                   PERFORM 0230-COPIAR-RELATORIO
                   PERFORM 0240-CATALOGAR-RELATORIO
               END-IF
           ELSE
               IF WRK-ACHOU-CABECALHO
                   ADD 1 TO WRK-QTD-OUTRA-JANELA
               END-IF
           END-IF.

      **************************************************************
      ** O PRIMEIRO CABECALHO DA LINHA 2 IDENTIFICA O RELATORIO;
      ** CADA CABECALHO E UMA PAGINA.
      **************************************************************
       0210-CONTAR-LINHA.

           ADD 1 TO WRK-QTD-LINHAS.
           IF WRK-LCB-ROTULO = 'PROGRAMA: '
               AND WRK-LCB-SEQUENCIA IS NUMERIC
               AND WRK-LCB-ANO IS NUMERIC
               AND WRK-LCB-MES IS NUMERIC
               AND WRK-LCB-DIA IS NUMERIC
               ADD 1 TO WRK-QTD-PAGINAS
               IF NOT WRK-ACHOU-CABECALHO
                   SET WRK-ACHOU-CABECALHO TO TRUE
                   MOVE WRK-LCB-PROGRAMA  TO WRK-CBR-PROGRAMA
                   COMPUTE WRK-CBR-DATA = WRK-LCB-ANO * 10000
                       + WRK-LCB-MES * 100 + WRK-LCB-DIA
                   MOVE WRK-LCB-SEQUENCIA TO WRK-CBR-SEQUENCIA
                   IF WRK-LCB-FILIAL IS NUMERIC
                       MOVE WRK-LCB-FILIAL TO WRK-CBR-FILIAL
                   END-IF
               END-IF
           END-IF.
           READ RELATORIO-FILE INTO WRK-LINHA-REL
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0220-CONFERIR-CATALOGO.

           IF TAB-CAT-NOME(WRK-CAT-SUB) = WRK-REL-NOME
               SET WRK-JA-CATALOGADO TO TRUE
           END-IF.

       0230-COPIAR-RELATORIO.

           MOVE ZEROS TO RAR-LINHA.
           MOVE 'N' TO WRK-FIM-SW.
           OPEN INPUT RELATORIO-FILE.
           READ RELATORIO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.
           PERFORM 0231-COPIAR-LINHA UNTIL WRK-FIM.
           CLOSE RELATORIO-FILE.

       0231-COPIAR-LINHA.

           MOVE WRK-REL-NOME      TO RAR-RELATORIO.
           MOVE WRK-CBR-DATA      TO RAR-DATA.
           MOVE WRK-CBR-SEQUENCIA TO RAR-SEQUENCIA.
           ADD 1 TO RAR-LINHA.
           MOVE RELATORIO-LINHA   TO RAR-TEXTO.
           WRITE RELARQ-REG.
           READ RELATORIO-FILE
               AT END SET WRK-FIM TO TRUE
           END-READ.

       0240-CATALOGAR-RELATORIO.

           MOVE WRK-REL-NOME      TO RCG-RELATORIO.
           MOVE WRK-CBR-PROGRAMA  TO RCG-PROGRAMA.
           MOVE WRK-CBR-DATA      TO RCG-DATA.
           MOVE WRK-CBR-FILIAL    TO RCG-FILIAL.
           MOVE WRK-CBR-SEQUENCIA TO RCG-SEQUENCIA.
           MOVE WRK-QTD-PAGINAS   TO RCG-PAGINAS.
           MOVE WRK-QTD-LINHAS    TO RCG-LINHAS.
           PERFORM 0245-CONSULTAR-MODO.
           OPEN EXTEND RELCATLG-FILE.
           IF WRK-RELCATLG-STATUS = '05' OR '35'
               CLOSE RELCATLG-FILE
               OPEN OUTPUT RELCATLG-FILE
           END-IF.
           WRITE RELCATLG-REG.
           CLOSE RELCATLG-FILE.
           ADD 1 TO WRK-QTD-ARQUIVADOS.
           DISPLAY 'PROGRELB: ' WRK-REL-NOME ' ARQUIVADO - '
               WRK-QTD-PAGINAS ' PAGINA(S), ' WRK-QTD-LINHAS
               ' LINHA(S).'.

      **************************************************************
      ** MODO DE IMPRESSAO DO RELATORIO: PARA OS DA TABELA
      ** WRK-RELATORIOS-MASC, A MESMA REGRA DO PROGMASC PARA O MESMO
      ** OPERADOR DO LOTE E O PROGRAMA QUE O PRODUZIU, SEM NOVO
      ** REGISTRO DE DADOS COMPLETOS NA TRILHA (O PROGRELB SO COPIA
      ** O QUE JA FOI IMPRESSO); OS DEMAIS FICAM 'C' (COMPLETO).
      **************************************************************
       0245-CONSULTAR-MODO.

           MOVE 'C' TO RCG-MODO.
           MOVE 'N' TO WRK-MASCARA-SW.
           PERFORM 0246-CONFERIR-MASCARA
               VARYING WRK-MSC-SUB FROM 1 BY 1
               UNTIL WRK-MSC-SUB > 19.
           IF WRK-REL-MASCARA
               MOVE 'CO'                 TO MSK-FUNCAO
               MOVE WRK-LOTECAB-OPERADOR TO MSK-USUARIO
               MOVE WRK-CBR-PROGRAMA     TO MSK-PROGRAMA
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-MODO             TO RCG-MODO
           END-IF.

       0246-CONFERIR-MASCARA.

           IF TAB-MSC-NOME(WRK-MSC-SUB) = WRK-REL-NOME
               SET WRK-REL-MASCARA TO TRUE
           END-IF.

       0300-FINALIZAR.

           IF WRK-ARQUIVO-OK
               CLOSE RELARQ-FILE
           END-IF.
           DISPLAY 'PROGRELB: ' WRK-QTD-ARQUIVADOS
               ' RELATORIO(S) ARQUIVADO(S), ' WRK-QTD-JA-CATALOGADOS
               ' JA CATALOGADO(S), ' WRK-QTD-OUTRA-JANELA
               ' DE OUTRA JANELA.'.

       COPY CPYABLPR.
       COPY CPYLOTPR.
