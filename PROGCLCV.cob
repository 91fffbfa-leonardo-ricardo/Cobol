      **    COMPLETADO PELO PROGCPF. EXECUTAR UMA UNICA VEZ.
      ** DATA = 22/08/2026
      ** ALTERACOES:
      **  15/10/2026 LR - O NOVO CADASTRO E GRAVADO JA NA CHAVE DE
      **               TIPO DE PESSOA + DOCUMENTO: TODO CLIENTE DO
      **               LAYOUT ANTIGO E PESSOA FISICA, COM O CPF NO
      **               DOCUMENTO E RAZAO SOCIAL/INSCRICAO ESTADUAL EM
      **               BRANCO.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       0200-PROCESSAR.

           SET CLI-PESSOA-FISICA TO TRUE.
           MOVE CLA-CPF    TO CLI-DOCUMENTO.
           MOVE CLA-NOME   TO CLI-NOME.
           MOVE CLA-RG     TO CLI-RG.
           MOVE SPACES     TO CLI-ENDERECO.
           MOVE ZEROS      TO CLI-TELEFONE.
           MOVE SPACES     TO CLI-EMAIL.
           SET CLI-ATIVO   TO TRUE.
           MOVE SPACES     TO CLI-RAZAO-SOCIAL.
           MOVE SPACES     TO CLI-INSCR-ESTADUAL.
           WRITE CLIENTE-REG.
           ADD 1 TO WRK-QTD-CONVERTIDOS.

