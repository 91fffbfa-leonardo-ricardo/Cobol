      **               USUARIO); SEM REGISTRO, VALE O NIVEL DE
      **               SEMPRE. TODA NEGATIVA SEGUE PARA A TRILHA DE
      **               AUDITORIA, COM O PROGRAMA NEGADO.
      **  15/10/2026 LR - NOVA OPCAO 8, CONSULTA DO CLIENTE
      **               (PROGCLIC), SOMENTE LEITURA, PARA OS MESMOS
      **               NIVEIS DO CADASTRO DE CLIENTES.
      **  15/10/2026 LR - NOVA OPCAO 9, ACORDO DE RENEGOCIACAO DE
      **               DIVIDA (PROGACDM), SO PARA ADM E SUPERVISOR,
      **               POIS O ACORDO CONCEDE DESCONTO E LIQUIDA
      **               TITULOS DO CONTAS A RECEBER.
      **  15/10/2026 LR - O USUARIO AUTENTICADO E REGISTRADO COMO
      **               USUARIO DA SESSAO NO MASCARAMENTO DE DADOS
      **               PESSOAIS (PROGMASC), PARA OS RELATORIOS E
      **               EXTRATOS CHAMADOS PELO MENU DECIDIREM PELO
      **               NIVEL DELE SE CPF E RG SAEM COMPLETOS.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88  WRK-PERMITIDO              VALUE 'S'.
       COPY CPYNIVTB.
       COPY CPYATZTB.
       COPY CPYMSKWS.
       SCREEN SECTION.
       01  TELA-LOGIN.
           05  BLANK SCREEN.
               CLOSE USUARIO-FILE
           END-IF.

           IF WRK-ACESSO-OK
               MOVE 'SU'        TO MSK-FUNCAO
               MOVE WRK-USUARIO TO MSK-USUARIO
               CALL 'PROGMASC' USING WRK-MSK-AREA
           END-IF.

      **************************************************************
      ** AUTENTICACAO: MESMA DISCIPLINA DO PROGCOB10 (SENHA,
      ** CONTAGEM DE FALHAS E BLOQUEIO APOS TRES). USUARIO NAO
               DISPLAY '1 - CADASTRO DE CLIENTES (PROGCPF)'
               DISPLAY '2 - VENDAS (PROGVENDA)'
               DISPLAY '3 - AUMENTO POR TEMPO DE CASA (PROGTEPE)'
               DISPLAY '8 - CONSULTA DO CLIENTE (PROGCLIC)'
           END-IF.
           IF WRK-NIVEL-ADM OR WRK-NIVEL-SUPERVISOR
               DISPLAY '4 - CADASTRO DE EMPREGADOS (PROGEMPM)'
               DISPLAY '5 - EMBARQUES (PROGEMBM)'
               DISPLAY '9 - ACORDO DE RENEGOCIACAO (PROGACDM)'
           END-IF.
           IF WRK-NIVEL-ADM OR WRK-NIVEL-SUPERVISOR
               OR WRK-NIVEL-AUDITOR
                   IF WRK-NIVEL-ADM
                       SET WRK-PERMITIDO TO TRUE
                   END-IF
               WHEN 8
                   MOVE 'PROGCLIC' TO WRK-PROGRAMA
                   IF NOT WRK-NIVEL-AUDITOR
                       SET WRK-PERMITIDO TO TRUE
                   END-IF
               WHEN 9
                   MOVE 'PROGACDM' TO WRK-PROGRAMA
                   IF WRK-NIVEL-ADM OR WRK-NIVEL-SUPERVISOR
                       SET WRK-PERMITIDO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
