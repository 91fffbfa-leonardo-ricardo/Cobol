      **               ANTES DE QUALQUER GRAVACAO. O ABANDONO APOS
      **               CRITICA CONTINUA DESVIADO PARA EXCECOES,
      **               COMO O REJEITO DE SEMPRE.
      **  15/10/2026 LR - CLIENTE PASSA A SER IDENTIFICADO PELO TIPO
      **               DE PESSOA (F/J) MAIS O DOCUMENTO: CPF PARA
      **               PESSOA FISICA, CNPJ (14 DIGITOS, COM DIGITOS
      **               VERIFICADORES PROPRIOS) PARA PESSOA JURIDICA,
      **               QUE GANHA RAZAO SOCIAL (OBRIGATORIA) E
      **               INSCRICAO ESTADUAL. CLIALTER E CPFCSV PASSAM
      **               A LEVAR O DOCUMENTO DO CLIENTE.
      **  15/10/2026 LR - CPF E RG DO CPFCSV PASSAM PELO MASCARAMENTO
      **               DE DADOS PESSOAIS (PROGMASC, VER CPYMSKWS):
      **               SO SAEM COMPLETOS PARA O NIVEL AUTORIZADO DO
      **               USUARIO DO MENU. CNPJ CONTINUA COMPLETO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CLIALTER-RG-ANTIGO     PIC 9(13).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CLIALTER-RG-NOVO       PIC 9(13).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  CLIALTER-CLIENTE.
               10  CLIALTER-TIPO-PESSOA PIC X(01).
               10  CLIALTER-DOCUMENTO PIC 9(14).
       COPY CPYABLFD.

       WORKING-STORAGE SECTION.
           05  WRK-CPF-DIG REDEFINES WRK-CPF
                          OCCURS 11 TIMES PIC 9.
       77  WRK-CPF-ED     PIC ZZZ.ZZZ.ZZ9/99 VALUE ZEROS.
       01  WRK-CLIENTE-INF.
           05  WRK-TIPO-PESSOA PIC X(01) VALUE 'F'.
           05  WRK-DOCUMENTO  PIC 9(14) VALUE ZEROS.
       77  WRK-CSV-DOCUMENTO  PIC X(14) VALUE SPACES.
       77  WRK-CSV-RG         PIC X(13) VALUE SPACES.
       77  WRK-RAZAO-SOCIAL   PIC X(40) VALUE SPACES.
       77  WRK-INSCR-ESTADUAL PIC X(14) VALUE SPACES.
       77  WRK-DOC-OK-SW  PIC X(01) VALUE 'N'.
           88  WRK-DOC-OK             VALUE 'S'.
       01  WRK-CNPJ-GRUPO.
           05  WRK-CNPJ       PIC 9(14) VALUE ZEROS.
           05  WRK-CNPJ-DIG REDEFINES WRK-CNPJ
                          OCCURS 14 TIMES PIC 9.
       01  WRK-TABELA-PESO-CNPJ.
           05  FILLER    PIC X(13) VALUE '6543298765432'.
       01  WRK-TABELA-PESO-CNPJ-R REDEFINES WRK-TABELA-PESO-CNPJ.
           05  TAB-PESO-CNPJ OCCURS 13 TIMES PIC 9(01).
       77  WRK-RG         PIC 9(13) VALUE ZEROS.
       77  WRK-RG-ED-F1   PIC ZZ.ZZZ.ZZZ.Z VALUE ZEROS.
       77  WRK-RG-ED-F2   PIC ZZZ.ZZZ.ZZ/Z VALUE ZEROS.
               10  TAB-CEP-ATE      PIC 9(05).
       COPY CPYEXCWS.
       COPY CPYABLWS.
       COPY CPYMSKWS.
       77  WRK-TELA-MSG       PIC X(60) VALUE SPACES.
       77  WRK-CONFIRMA       PIC X(01) VALUE SPACES.
       77  WRK-TELA-OK-SW     PIC X(01) VALUE 'N'.
               VALUE 'NOME (FIM=ENCERRAR / INA=INATIVAR):'.
           05  TCL-NOME LINE 03 COLUMN 40 PIC X(20)
               USING WRK-NOME.
           05  LINE 04 COLUMN 02
               VALUE 'TIPO DE PESSOA (F=FISICA/J=JURIDICA):'.
           05  TCL-TIPO LINE 04 COLUMN 40 PIC X(01)
               USING WRK-TIPO-PESSOA.
           05  LINE 05 COLUMN 02 VALUE 'CPF / CNPJ:'.
           05  TCL-DOCUMENTO LINE 05 COLUMN 40 PIC 9(14)
               USING WRK-DOCUMENTO.
           05  LINE 06 COLUMN 02 VALUE 'RG:'.
           05  TCL-RG LINE 06 COLUMN 40 PIC 9(13)
               USING WRK-RG.
           05  LINE 07 COLUMN 02 VALUE 'UF EMISSORA DO RG:'.
           05  TCL-UF LINE 07 COLUMN 40 PIC X(02)
               USING WRK-UF.
           05  LINE 08 COLUMN 02 VALUE 'LOGRADOURO (RUA/AV):'.
           05  TCL-LOGRADOURO LINE 08 COLUMN 40 PIC X(30)
               USING WRK-END-LOGRADOURO.
           05  LINE 09 COLUMN 02 VALUE 'NUMERO:'.
           05  TCL-NUMERO LINE 09 COLUMN 40 PIC X(06)
               USING WRK-END-NUMERO.
           05  LINE 10 COLUMN 02 VALUE 'CIDADE:'.
           05  TCL-CIDADE LINE 10 COLUMN 40 PIC X(20)
               USING WRK-END-CIDADE.
           05  LINE 11 COLUMN 02 VALUE 'UF DO ENDERECO:'.
           05  TCL-END-UF LINE 11 COLUMN 40 PIC X(02)
               USING WRK-END-UF.
           05  LINE 12 COLUMN 02 VALUE 'CEP (8 DIGITOS):'.
           05  TCL-CEP LINE 12 COLUMN 40 PIC 9(08)
               USING WRK-END-CEP.
           05  LINE 13 COLUMN 02 VALUE 'TELEFONE (DDD+NUMERO):'.
           05  TCL-TELEFONE LINE 13 COLUMN 40 PIC 9(11)
               USING WRK-END-TELEFONE.
           05  LINE 14 COLUMN 02 VALUE 'EMAIL:'.
           05  TCL-EMAIL LINE 14 COLUMN 40 PIC X(30)
               USING WRK-END-EMAIL.
           05  LINE 15 COLUMN 02 VALUE 'LIMITE DE CREDITO (0=SEM):'.
           05  TCL-LIMITE LINE 15 COLUMN 40 PIC 9(09)V99
               USING WRK-LIMITE-CREDITO.
           05  LINE 16 COLUMN 02
               VALUE 'RAZAO SOCIAL (PESSOA JURIDICA):'.
           05  TCL-RAZAO LINE 16 COLUMN 40 PIC X(40)
               USING WRK-RAZAO-SOCIAL.
           05  LINE 17 COLUMN 02
               VALUE 'INSCRICAO ESTADUAL (OU ISENTO):'.
           05  TCL-INSCR LINE 17 COLUMN 40 PIC X(14)
               USING WRK-INSCR-ESTADUAL.
       01  TELA-ATUAL.
           05  LINE 18 COLUMN 02
               VALUE 'CADASTRO ATUAL DESTE CLIENTE:'.
           05  LINE 19 COLUMN 02 VALUE 'NOME:'.
           05  LINE 19 COLUMN 10 PIC X(20) FROM CLI-NOME.
           05  LINE 19 COLUMN 32 VALUE 'RG:'.
           05  LINE 19 COLUMN 36 PIC 9(13) FROM CLI-RG.
           05  LINE 20 COLUMN 02 VALUE 'END.:'.
           05  LINE 20 COLUMN 10 PIC X(30) FROM CLI-ENDERECO.
           05  LINE 20 COLUMN 42 PIC X(06) FROM CLI-NUMERO.
           05  LINE 21 COLUMN 10 PIC X(20) FROM CLI-CIDADE.
           05  LINE 21 COLUMN 32 PIC X(02) FROM CLI-UF.
           05  LINE 21 COLUMN 36 PIC 9(08) FROM CLI-CEP.
       01  TELA-MENSAGEM.
           05  TME-MSG LINE 22 COLUMN 02 PIC X(60)
               FROM WRK-TELA-MSG.
           05  BLANK SCREEN.
           05  LINE 01 COLUMN 25 VALUE 'INATIVACAO DE CLIENTE'.
           05  LINE 03 COLUMN 02
               VALUE 'TIPO DE PESSOA (F/J):'.
           05  TIN-TIPO LINE 03 COLUMN 30 PIC X(01)
               USING WRK-TIPO-PESSOA.
           05  LINE 04 COLUMN 02
               VALUE 'CPF/CNPJ DO CLIENTE A INATIVAR:'.
           05  TIN-DOCUMENTO LINE 04 COLUMN 34 PIC 9(14)
               USING WRK-DOCUMENTO.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.

           IF WRK-CPFCSV-STATUS = '05' OR '35'
               CLOSE CPFCSV-FILE
               OPEN OUTPUT CPFCSV-FILE
               MOVE 'CPF/CNPJ,NOME,RG' TO CPFCSV-LINHA
               WRITE CPFCSV-LINHA
           END-IF.
           OPEN EXTEND CLIALTER-FILE.
               OPEN OUTPUT CLIALTER-FILE
           END-IF.

           MOVE 'MO'      TO MSK-FUNCAO.
           MOVE SPACES    TO MSK-USUARIO.
           MOVE 'PROGCPF' TO MSK-PROGRAMA.
           CALL 'PROGMASC' USING WRK-MSK-AREA.

       0200-PROCESSAR.

           MOVE SPACES TO WRK-NOME WRK-UF WRK-END-LOGRADOURO
                          WRK-END-NUMERO WRK-END-CIDADE WRK-END-UF
                          WRK-END-EMAIL WRK-TELA-MSG
                          WRK-RAZAO-SOCIAL WRK-INSCR-ESTADUAL.
           MOVE ZEROS  TO WRK-CPF WRK-RG WRK-END-CEP
                          WRK-END-TELEFONE WRK-DOCUMENTO.
           MOVE 'F'    TO WRK-TIPO-PESSOA.

           DISPLAY TELA-CLIENTE.
           ACCEPT TELA-CLIENTE.
      **************************************************************
      ** CRITICA DA TELA, CAMPO A CAMPO: A MENSAGEM SAI NA LINHA DE
      ** AVISO E O CURSOR VOLTA AO CAMPO OFENSOR ATE O OPERADOR
      ** CORRIGIR OU CANCELAR (CPF-CNPJ/CEP ZERADOS). O ABANDONO APOS
      ** CRITICA E DESVIADO PARA O RELATORIO DE EXCECOES, COMO O
      ** REJEITO DE SEMPRE.
      **************************************************************
                   MOVE 'CEP FORA DA FAIXA POSTAL DA UF'
                       TO EXC-MOTIVO
               ELSE
                   MOVE 'WRK-DOCUMENTO' TO EXC-CAMPO
                   MOVE WRK-CLIENTE-INF TO EXC-VALOR
                   IF WRK-TIPO-PESSOA = 'J'
                       MOVE 'CNPJ INVALIDO - DIGITO VERIFICADOR'
                           TO EXC-MOTIVO
                   ELSE
                       MOVE 'CPF INVALIDO - DIGITO VERIFICADOR'
                           TO EXC-MOTIVO
                   END-IF
               END-IF
               PERFORM 9100-GRAVAR-EXCECAO
               MOVE 'CADASTRO ABANDONADO - REJEITO REGISTRADO.'

       0211-CRITICAR-CAMPOS.

           PERFORM 8030-VALIDAR-DOCUMENTO.
           EVALUATE TRUE
               WHEN WRK-DOCUMENTO = ZEROS
                   MOVE 'DOC' TO WRK-ULT-ERRO
                   SET WRK-CANCELOU TO TRUE
               WHEN NOT WRK-DOC-OK
                   MOVE 'DOC' TO WRK-ULT-ERRO
                   MOVE 'CPF/CNPJ INVALIDO - CORRIJA (ZERO CANCELA)'
                       TO WRK-TELA-MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT TCL-TIPO
                   ACCEPT TCL-DOCUMENTO
               WHEN WRK-TIPO-PESSOA = 'J'
                   AND WRK-RAZAO-SOCIAL = SPACES
                   MOVE 'DOC' TO WRK-ULT-ERRO
                   MOVE 'RAZAO SOCIAL OBRIGATORIA (CNPJ ZERO CANCELA)'
                       TO WRK-TELA-MSG
                   DISPLAY TELA-MENSAGEM
                   ACCEPT TCL-DOCUMENTO
                   ACCEPT TCL-RAZAO
               WHEN OTHER
                   PERFORM 8300-VALIDAR-CEP
                   EVALUATE TRUE
           END-EVALUATE.

      **************************************************************
      ** GRAVACAO: CLIENTE JA CADASTRADO TEM O CADASTRO ATUAL EXIBIDO
      ** ANTES DA CONFIRMACAO; NADA E GRAVADO SEM O 'S' DO
      ** OPERADOR. A ATUALIZACAO CONTINUA REGISTRADA EM CLIALTER E
      ** O CADASTRO ACEITO SEGUE PARA O CSV, COMO SEMPRE.
       0220-CONFIRMAR-E-GRAVAR.

           MOVE 'N' TO WRK-EXISTE-SW.
           MOVE WRK-CLIENTE-INF TO CLI-CHAVE.
           READ CLIENTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-EXISTE TO TRUE
                   DISPLAY TELA-ATUAL
                   MOVE 'CLIENTE JA CADASTRADO - CONFIRME A ATUALIZACAO'
                       TO WRK-TELA-MSG
                   DISPLAY TELA-MENSAGEM
           END-READ.
                   REWRITE CLIENTE-REG
                   PERFORM 9200-GRAVAR-ALTERACAO
               ELSE
                   MOVE WRK-CLIENTE-INF TO CLI-CHAVE
                   MOVE WRK-NOME TO CLI-NOME
                   MOVE WRK-RG   TO CLI-RG
                   PERFORM 8400-PREENCHER-ENDERECO
                   WRITE CLIENTE-REG
               END-IF

               MOVE SPACES TO CPFCSV-LINHA
               PERFORM 8700-MASCARAR-CSV
               STRING WRK-CSV-DOCUMENTO DELIMITED BY SPACE
                   ','          DELIMITED BY SIZE
                   WRK-NOME     DELIMITED BY SIZE
                   ','          DELIMITED BY SIZE
                   WRK-CSV-RG   DELIMITED BY SIZE
                   INTO CPFCSV-LINHA
               WRITE CPFCSV-LINHA

           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA +
               (WRK-CPF-DIG(WRK-DV-IDX) * (12 - WRK-DV-IDX)).

      **************************************************************
      ** VALIDACAO DO DOCUMENTO CONFORME O TIPO DE PESSOA: 'F' E
      ** CPF (ATE 11 DIGITOS, MODULO 11 ACIMA), 'J' E CNPJ (14
      ** DIGITOS, MODULO 11 COM OS PESOS 2 A 9 DO CNPJ). OUTRO TIPO
      ** E REJEITADO. WRK-CPF FICA COM O CPF DA PESSOA FISICA (ZERO
      ** PARA PESSOA JURIDICA), PARA O CSV E O CLIALTER.
      **************************************************************
       8030-VALIDAR-DOCUMENTO.

           MOVE 'N'   TO WRK-DOC-OK-SW.
           MOVE ZEROS TO WRK-CPF.
           EVALUATE WRK-TIPO-PESSOA
               WHEN 'F'
                   IF WRK-DOCUMENTO < 100000000000
                       MOVE WRK-DOCUMENTO TO WRK-CPF
                       PERFORM 8000-VALIDAR-CPF
                       IF WRK-CPF-OK
                           SET WRK-DOC-OK TO TRUE
                       END-IF
                   END-IF
               WHEN 'J'
                   PERFORM 8040-VALIDAR-CNPJ
           END-EVALUATE.

       8040-VALIDAR-CNPJ.

           MOVE WRK-DOCUMENTO TO WRK-CNPJ.
           MOVE ZEROS TO WRK-DV-SOMA.
           PERFORM 8041-SOMAR-1O-DIGITO-CNPJ
               VARYING WRK-DV-IDX FROM 1 BY 1
               UNTIL WRK-DV-IDX > 12.
           DIVIDE WRK-DV-SOMA BY 11
               GIVING WRK-DV-QUOC REMAINDER WRK-DV-RESTO.
           IF WRK-DV-RESTO < 2
               MOVE 0 TO WRK-DV1
           ELSE
               COMPUTE WRK-DV1 = 11 - WRK-DV-RESTO
           END-IF.

           MOVE ZEROS TO WRK-DV-SOMA.
           PERFORM 8042-SOMAR-2O-DIGITO-CNPJ
               VARYING WRK-DV-IDX FROM 1 BY 1
               UNTIL WRK-DV-IDX > 12.
           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA + (WRK-DV1 * 2).
           DIVIDE WRK-DV-SOMA BY 11
               GIVING WRK-DV-QUOC REMAINDER WRK-DV-RESTO.
           IF WRK-DV-RESTO < 2
               MOVE 0 TO WRK-DV2
           ELSE
               COMPUTE WRK-DV2 = 11 - WRK-DV-RESTO
           END-IF.

           IF WRK-DV1 = WRK-CNPJ-DIG(13)
               AND WRK-DV2 = WRK-CNPJ-DIG(14)
               SET WRK-DOC-OK TO TRUE
           END-IF.

       8041-SOMAR-1O-DIGITO-CNPJ.

           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA +
               (WRK-CNPJ-DIG(WRK-DV-IDX) *
                TAB-PESO-CNPJ(WRK-DV-IDX + 1)).

       8042-SOMAR-2O-DIGITO-CNPJ.

           COMPUTE WRK-DV-SOMA = WRK-DV-SOMA +
               (WRK-CNPJ-DIG(WRK-DV-IDX) * TAB-PESO-CNPJ(WRK-DV-IDX)).

      **************************************************************
      ** FORMATACAO DO RG CONFORME A MASCARA DA UF EMISSORA
      **************************************************************
               MOVE TAB-UF-FORMATO(WRK-UF-IDX) TO WRK-UF-FORMATO
           END-IF.

      **************************************************************
      ** DOCUMENTO E RG DA LINHA DO CPFCSV: COMPLETOS (DIGITOS SEM
      ** PONTUACAO, COMO SEMPRE) SO PARA O NIVEL AUTORIZADO (VER
      ** PROGMASC); NOS DEMAIS CASOS O CPF SAI COMO ***.999.999-**
      ** E O RG SO COM OS ULTIMOS DIGITOS. CNPJ SAI COMPLETO.
      **************************************************************
       8700-MASCARAR-CSV.

           EVALUATE TRUE
               WHEN WRK-TIPO-PESSOA = 'J'
                   MOVE WRK-DOCUMENTO TO WRK-CSV-DOCUMENTO
               WHEN MSK-COMPLETO
                   MOVE WRK-CPF       TO WRK-CSV-DOCUMENTO
               WHEN OTHER
                   MOVE 'CP'          TO MSK-FUNCAO
                   MOVE WRK-CPF       TO MSK-CPF
                   CALL 'PROGMASC' USING WRK-MSK-AREA
                   MOVE MSK-SAIDA     TO WRK-CSV-DOCUMENTO
           END-EVALUATE.

           IF MSK-COMPLETO
               MOVE WRK-RG        TO WRK-CSV-RG
           ELSE
               MOVE 'DC'          TO MSK-FUNCAO
               MOVE WRK-RG        TO MSK-ENTRADA
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-SAIDA     TO WRK-CSV-RG
           END-IF.

      **************************************************************
      ** VALIDACAO DO CEP CONTRA A FAIXA POSTAL DA UF DO ENDERECO.
      ** A TABELA DE FAIXAS (PREFIXO DE 5 DIGITOS DE/ATE POR UF)
           END-IF.

      **************************************************************
      ** INATIVACAO (SOFT DELETE) DE UM CLIENTE PELO CPF/CNPJ: A
      ** SITUACAO PASSA A 'I', O REGISTRO PERMANECE NO ARQUIVO E A
      ** INATIVACAO FICA REGISTRADA EM CLIALTER COM OPERACAO 'I'.
      ** A MALA DIRETA E AS VALIDACOES DE TRANSACAO PASSAM A
      **************************************************************
       8500-INATIVAR-CLIENTE.

           MOVE ZEROS TO WRK-DOCUMENTO.
           MOVE 'F'   TO WRK-TIPO-PESSOA.
           DISPLAY TELA-INATIVA.
           ACCEPT TELA-INATIVA.
           MOVE WRK-CLIENTE-INF TO CLI-CHAVE.
           MOVE ZEROS TO WRK-CPF.
           IF WRK-TIPO-PESSOA NOT = 'J'
               MOVE WRK-DOCUMENTO TO WRK-CPF
           END-IF.

           READ CLIENTE-FILE
               INVALID KEY
                   MOVE 'CPF/CNPJ NAO ENCONTRADO NO CADASTRO.'
                       TO WRK-TELA-MSG
                   DISPLAY TELA-MENSAGEM
               NOT INVALID KEY
           MOVE WRK-END-TELEFONE   TO CLI-TELEFONE.
           MOVE WRK-END-EMAIL      TO CLI-EMAIL.
           MOVE WRK-LIMITE-CREDITO TO CLI-LIMITE-CREDITO.
           IF WRK-TIPO-PESSOA = 'J'
               MOVE WRK-RAZAO-SOCIAL   TO CLI-RAZAO-SOCIAL
               MOVE WRK-INSCR-ESTADUAL TO CLI-INSCR-ESTADUAL
           ELSE
               MOVE SPACES TO CLI-RAZAO-SOCIAL
               MOVE SPACES TO CLI-INSCR-ESTADUAL
           END-IF.

      **************************************************************
      ** CONSULTA POR NOME (CHAVE ALTERNATIVA), PARA AVISAR O
      **************************************************************
      ** LOG DE ALTERACAO DE CADASTRO - GRAVADO QUANDO UM CPF JA
      ** EXISTENTE E RECADASTRADO (NOME E/OU RG DIFERENTES DO
      ** CADASTRO ANTERIOR). PESSOA JURIDICA SAI COM O CPF ZERADO;
      ** A CHAVE COMPLETA DO CLIENTE VAI NO FIM DO REGISTRO.
      **************************************************************
       9200-GRAVAR-ALTERACAO.

           MOVE WRK-CPF               TO CLIALTER-CPF.
           MOVE WRK-CLIENTE-INF       TO CLIALTER-CLIENTE.
           MOVE WRK-NOME              TO CLIALTER-NOME-NOVO.
           MOVE WRK-RG                TO CLIALTER-RG-NOVO.
           ACCEPT CLIALTER-DATA FROM DATE YYYYMMDD.
