      **    MUDANCA ACEITA E GRAVADA NO LOG DE ALTERACOES (FORALTER).
      ** DATA = 01/09/2026
      ** ALTERACOES:
      **  15/10/2026 LR - TIPO DO FORNECEDOR (MERCADORIA OU SERVICO),
      **               CODIGO DO SERVICO E PERFIL DE RETENCAO NA FONTE
      **               (ALIQUOTAS DE IRRF, ISS, INSS, PIS, COFINS E
      **               CSLL) MANTIDOS NA INCLUSAO E NA ALTERACAO, PARA
      **               A RETENCAO NA GERACAO DO TITULO (PROGCPGB).
      **  15/10/2026 LR - PRAZO DE ENTREGA PROMETIDO DO FORNECEDOR DE
      **               MERCADORIA E NOTA DA ULTIMA AVALIACAO MENSAL
      **               (PROGAVFR) MOSTRADA NA CONSULTA.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-INF-NOME       PIC X(30) VALUE SPACES.
           05  WRK-INF-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-INF-PRAZO      PIC 9(03) VALUE ZEROS.
           05  WRK-INF-TIPO       PIC X(01) VALUE SPACES.
           05  WRK-INF-PRAZO-ENTREGA PIC 9(03) VALUE ZEROS.
           05  WRK-INF-COD-SERVICO PIC X(04) VALUE SPACES.
           05  WRK-INF-RETENCAO.
               10  WRK-INF-ALIQ-IRRF   PIC 9(02)V99 VALUE ZEROS.
               10  WRK-INF-ALIQ-ISS    PIC 9(02)V99 VALUE ZEROS.
               10  WRK-INF-ALIQ-INSS   PIC 9(02)V99 VALUE ZEROS.
               10  WRK-INF-ALIQ-PIS    PIC 9(02)V99 VALUE ZEROS.
               10  WRK-INF-ALIQ-COFINS PIC 9(02)V99 VALUE ZEROS.
               10  WRK-INF-ALIQ-CSLL   PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-ISS-MAXIMA    PIC 9(02)V99 VALUE 5,00.
       77  WRK-ALIQ-ED            PIC Z9,99.
       77  WRK-NOTA-ED            PIC ZZ9,99.
       COPY CPYEXCWS.
       COPY CPYABLWS.
       PROCEDURE DIVISION.
               MOVE WRK-INF-CNPJ     TO FOR-CNPJ
               MOVE WRK-INF-PRAZO    TO FOR-PRAZO-DIAS
               SET FOR-ATIVO         TO TRUE
               MOVE WRK-INF-TIPO     TO FOR-TIPO-FORNEC
               MOVE WRK-INF-COD-SERVICO TO FOR-COD-SERVICO
               MOVE WRK-INF-RETENCAO TO FOR-RETENCAO
               MOVE WRK-INF-PRAZO-ENTREGA TO FOR-PRAZO-ENTREGA
               MOVE ZEROS            TO FOR-NOTA
               MOVE ZEROS            TO FOR-NOTA-ANOMES
               MOVE SPACES           TO FOR-NOTA-SITUACAO
               WRITE FORNECED-REG
                   INVALID KEY
                       DISPLAY 'CODIGO JA CADASTRADO - USE ALTERAR.'
           IF WRK-FOR-ACHOU
               DISPLAY 'NOME ATUAL ' FOR-NOME
                   ' PRAZO ' FOR-PRAZO-DIAS
               DISPLAY 'TIPO ATUAL ' FOR-TIPO-FORNEC
                   ' SERVICO ' FOR-COD-SERVICO
                   ' ENTREGA ' FOR-PRAZO-ENTREGA
               PERFORM 8200-ACEITAR-DADOS
               PERFORM 8100-VALIDAR-CADASTRO
               IF WRK-CADASTRO-VALIDO
                   MOVE WRK-INF-CNPJ  TO FOR-CNPJ
                   MOVE WRK-INF-PRAZO TO FOR-PRAZO-DIAS
                   SET FOR-ATIVO      TO TRUE
                   MOVE WRK-INF-TIPO  TO FOR-TIPO-FORNEC
                   MOVE WRK-INF-COD-SERVICO TO FOR-COD-SERVICO
                   MOVE WRK-INF-RETENCAO    TO FOR-RETENCAO
                   MOVE WRK-INF-PRAZO-ENTREGA TO FOR-PRAZO-ENTREGA
                   REWRITE FORNECED-REG
                   MOVE 'A' TO FORALTER-OPERACAO
                   PERFORM 9200-GRAVAR-ALTERACAO
               DISPLAY 'CNPJ.....: ' FOR-CNPJ
               DISPLAY 'PRAZO....: ' FOR-PRAZO-DIAS ' DIAS'
               DISPLAY 'SITUACAO.: ' FOR-SITUACAO
               IF FOR-SERVICO
                   DISPLAY 'TIPO.....: SERVICO ' FOR-COD-SERVICO
                   PERFORM 0241-MOSTRAR-RETENCAO
               ELSE
                   DISPLAY 'TIPO.....: MERCADORIA'
                   DISPLAY 'ENTREGA..: ' FOR-PRAZO-ENTREGA ' DIAS'
               END-IF
               PERFORM 0242-MOSTRAR-AVALIACAO
           END-IF.

       0241-MOSTRAR-RETENCAO.

           MOVE FOR-ALIQ-IRRF   TO WRK-ALIQ-ED.
           DISPLAY 'IRRF.....: ' WRK-ALIQ-ED '%'.
           MOVE FOR-ALIQ-ISS    TO WRK-ALIQ-ED.
           DISPLAY 'ISS......: ' WRK-ALIQ-ED '%'.
           MOVE FOR-ALIQ-INSS   TO WRK-ALIQ-ED.
           DISPLAY 'INSS.....: ' WRK-ALIQ-ED '%'.
           MOVE FOR-ALIQ-PIS    TO WRK-ALIQ-ED.
           DISPLAY 'PIS......: ' WRK-ALIQ-ED '%'.
           MOVE FOR-ALIQ-COFINS TO WRK-ALIQ-ED.
           DISPLAY 'COFINS...: ' WRK-ALIQ-ED '%'.
           MOVE FOR-ALIQ-CSLL   TO WRK-ALIQ-ED.
           DISPLAY 'CSLL.....: ' WRK-ALIQ-ED '%'.

      **************************************************************
      ** NOTA DA ULTIMA AVALIACAO MENSAL DO FORNECEDOR (PROGAVFR).
      **************************************************************
       0242-MOSTRAR-AVALIACAO.

           IF FOR-NOTA-REGULAR OR FOR-NOTA-ABAIXO-MINIMO
               MOVE FOR-NOTA TO WRK-NOTA-ED
               DISPLAY 'NOTA.....: ' WRK-NOTA-ED
                   ' (AVALIACAO ' FOR-NOTA-ANOMES ')'
               IF FOR-NOTA-ABAIXO-MINIMO
                   DISPLAY '           ABAIXO DA NOTA MINIMA'
               END-IF
           ELSE
               DISPLAY 'NOTA.....: SEM AVALIACAO'
           END-IF.

       0300-FINALIZAR.
           CLOSE EXCECOES-FILE.

      **************************************************************
      ** VALIDACOES DO FORNECEDOR: NOME E CNPJ EM BRANCO, PRAZO DE
      ** PAGAMENTO ZERADO, TIPO DIFERENTE DE 'M'/'S' E, NO PRESTADOR
      ** DE SERVICO, CODIGO DO SERVICO EM BRANCO E ISS ACIMA DA
      ** ALIQUOTA MAXIMA (5%). CADA REJEICAO E DESVIADA PARA O
      ** RELATORIO COMPARTILHADO DE EXCECOES.
      **************************************************************
       8100-VALIDAR-CADASTRO.

               DISPLAY 'PRAZO DE PAGAMENTO INVALIDO.'
           END-IF.

           IF WRK-INF-TIPO NOT = 'M' AND WRK-INF-TIPO NOT = 'S'
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-TIPO'       TO EXC-CAMPO
               MOVE WRK-INF-TIPO         TO EXC-VALOR
               MOVE 'TIPO DE FORNECEDOR INVALIDO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'TIPO DE FORNECEDOR INVALIDO.'
           END-IF.

           IF WRK-INF-TIPO = 'S' AND WRK-INF-COD-SERVICO = SPACES
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-COD-SERV'   TO EXC-CAMPO
               MOVE WRK-INF-COD-SERVICO  TO EXC-VALOR
               MOVE 'CODIGO DO SERVICO EM BRANCO' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'CODIGO DO SERVICO INVALIDO.'
           END-IF.

           IF WRK-INF-ALIQ-ISS > WRK-ALIQ-ISS-MAXIMA
               SET WRK-CADASTRO-INVALIDO TO TRUE
               MOVE 'WRK-INF-ALIQ-ISS'   TO EXC-CAMPO
               MOVE WRK-INF-ALIQ-ISS     TO WRK-ALIQ-ED
               MOVE WRK-ALIQ-ED          TO EXC-VALOR
               MOVE 'ALIQUOTA DE ISS ACIMA DA MAXIMA' TO EXC-MOTIVO
               PERFORM 8110-GRAVAR-EXCECAO-CADASTRO
               DISPLAY 'ALIQUOTA DE ISS INVALIDA.'
           END-IF.

       8110-GRAVAR-EXCECAO-CADASTRO.

           MOVE 'PROGFORM'       TO EXC-PROGRAMA.
           ACCEPT WRK-INF-CNPJ FROM CONSOLE.
           DISPLAY 'PRAZO DE PAGAMENTO EM DIAS..'.
           ACCEPT WRK-INF-PRAZO FROM CONSOLE.
           DISPLAY 'TIPO (M=MERCADORIA S=SERVICO)..'.
           ACCEPT WRK-INF-TIPO FROM CONSOLE.
           MOVE SPACES TO WRK-INF-COD-SERVICO.
           MOVE ZEROS  TO WRK-INF-RETENCAO.
           MOVE ZEROS  TO WRK-INF-PRAZO-ENTREGA.
           IF WRK-INF-TIPO = 'S'
               PERFORM 8210-ACEITAR-RETENCAO
           ELSE
               DISPLAY 'PRAZO DE ENTREGA EM DIAS (0=O DE PAGAMENTO)..'
               ACCEPT WRK-INF-PRAZO-ENTREGA FROM CONSOLE
           END-IF.

      **************************************************************
      ** PERFIL DE RETENCAO DO PRESTADOR DE SERVICO: UMA ALIQUOTA
      ** POR IMPOSTO RETIDO NA FONTE; ZERO = IMPOSTO NAO RETIDO
      ** (OPTANTE PELO SIMPLES, SERVICO FORA DA RETENCAO ETC.).
      **************************************************************
       8210-ACEITAR-RETENCAO.

           DISPLAY 'CODIGO DO SERVICO (ITEM LC 116)..'.
           ACCEPT WRK-INF-COD-SERVICO FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE IRRF RETIDO..'.
           ACCEPT WRK-INF-ALIQ-IRRF FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE ISS RETIDO..'.
           ACCEPT WRK-INF-ALIQ-ISS FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE INSS RETIDO..'.
           ACCEPT WRK-INF-ALIQ-INSS FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE PIS RETIDO..'.
           ACCEPT WRK-INF-ALIQ-PIS FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE COFINS RETIDO..'.
           ACCEPT WRK-INF-ALIQ-COFINS FROM CONSOLE.
           DISPLAY 'ALIQUOTA DE CSLL RETIDO..'.
           ACCEPT WRK-INF-ALIQ-CSLL FROM CONSOLE.

       8300-BUSCAR-FORNECEDOR.

