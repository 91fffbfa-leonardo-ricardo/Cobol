      **************************************************************
      ** CPYMSKWS - AREA DE PARAMETROS DO SUBPROGRAMA DE
      ** MASCARAMENTO DE DADOS PESSOAIS (PROGMASC), CHAMADO POR
      ** TODO RELATORIO E EXTRATO QUE IMPRIME CPF, RG OU CONTA
      ** BANCARIA. USO:
      **    MOVE FUNCAO E DADOS PARA A AREA E EXECUTE
      **    CALL 'PROGMASC' USING WRK-MSK-AREA.
      ** FUNCOES:
      **    'SU' REGISTRA MSK-USUARIO COMO USUARIO DA SESSAO (USO DO
      **         MENU PRINCIPAL, LOGO APOS A AUTENTICACAO).
      **    'MO' DEFINE O MODO DE IMPRESSAO DO PROGRAMA MSK-PROGRAMA
      **         PARA O USUARIO QUE O EXECUTA (O DA SESSAO; SEM
      **         SESSAO, O MSK-USUARIO INFORMADO PELO CHAMADOR,
      **         NORMALMENTE O OPERADOR DO CABECALHO DE LOTE):
      **         MSK-MODO 'C' (COMPLETO) OU 'M' (MASCARADO), COM O
      **         USUARIO CONSIDERADO DEVOLVIDO EM MSK-USUARIO. O
      **         MODO COMPLETO E REGISTRADO NA TRILHA DE AUDITORIA.
      **         EXECUTAR UMA UNICA VEZ, NA INICIALIZACAO.
      **    'CO' O MESMO MODO DO 'MO', SEM REGISTRO NA TRILHA DE
      **         AUDITORIA (SO CONSULTA, NADA E IMPRESSO: USO DO
      **         CATALOGO DO ARQUIVO DE RELATORIOS, PROGRELB).
      **    'CP' CPF DE MSK-CPF EM MSK-SAIDA, CONFORME MSK-MODO:
      **         999.999.999-99 OU ***.999.999-**.
      **    'DC' DOCUMENTO JA EDITADO EM MSK-ENTRADA (RG, AGENCIA,
      **         CONTA) EM MSK-SAIDA, CONFORME MSK-MODO: NO MODO
      **         MASCARADO SO OS TRES ULTIMOS DIGITOS/LETRAS FICAM
      **         VISIVEIS; PONTUACAO E BRANCOS SAO PRESERVADOS.
      ** QUALQUER MODO DIFERENTE DE 'C' E TRATADO COMO MASCARADO.
      ** INCLUIR NA WORKING-STORAGE SECTION DE QUEM CHAMA.
      **************************************************************
       01  WRK-MSK-AREA.
           05  MSK-FUNCAO         PIC X(02).
               88  MSK-FN-SESSAO              VALUE 'SU'.
               88  MSK-FN-DEFINIR-MODO        VALUE 'MO'.
               88  MSK-FN-CONSULTAR-MODO      VALUE 'CO'.
               88  MSK-FN-CPF                 VALUE 'CP'.
               88  MSK-FN-DOCUMENTO           VALUE 'DC'.
           05  MSK-USUARIO        PIC X(20).
           05  MSK-PROGRAMA       PIC X(09).
           05  MSK-MODO           PIC X(01).
               88  MSK-COMPLETO               VALUE 'C'.
               88  MSK-MASCARADO              VALUE 'M'.
           05  MSK-CPF            PIC 9(11).
           05  MSK-ENTRADA        PIC X(20).
           05  MSK-SAIDA          PIC X(20).
           05  MSK-RETORNO        PIC X(02).
               88  MSK-RETORNO-OK             VALUE '00'.
               88  MSK-FUNCAO-INVALIDA        VALUE 'FI'.
