      **************************************************************
      ** CPYDMKPR - DOCUMENTO DO CLIENTE PARA RELATORIOS, EXTRATOS
      ** E TELAS INTERNAS, COM O MASCARAMENTO DE DADOS PESSOAIS
      ** (PROGMASC, VER CPYMSKWS). O CHAMADOR DEFINE O MODO UMA
      ** UNICA VEZ NA INICIALIZACAO (FUNCAO 'MO') E, PARA CADA
      ** CLIENTE, MOVE A CHAVE PARA WRK-DOC-CHAVE E EXECUTA
      ** "PERFORM 7955-FORMATAR-DOC-MASCARADO". SAIDA: A MESMA DO
      ** 7950-FORMATAR-DOCUMENTO (WRK-DOC-ROTULO E
      ** WRK-DOC-FORMATADO), COM O CPF NO FORMATO DEVOLVIDO PELO
      ** PROGMASC (999.999.999-99 OU ***.999.999-**). CNPJ SAI
      ** SEMPRE COMPLETO. DOCUMENTOS DIRIGIDOS AO PROPRIO CLIENTE
      ** (BOLETO, TERMO DE ACORDO, CARTA DE COBRANCA, NOTA FISCAL)
      ** CONTINUAM NO 7950. INCLUIR NA PROCEDURE DIVISION, JUNTO
      ** COM O CPYDOCPR (E O CPYDOCWS E O CPYMSKWS NA
      ** WORKING-STORAGE SECTION).
      **************************************************************
       7955-FORMATAR-DOC-MASCARADO.

           PERFORM 7950-FORMATAR-DOCUMENTO.
           IF NOT WRK-DOC-PESSOA-JURIDICA
               MOVE 'CP'           TO MSK-FUNCAO
               MOVE WRK-DOC-NUMERO TO MSK-CPF
               CALL 'PROGMASC' USING WRK-MSK-AREA
               MOVE MSK-SAIDA      TO WRK-DOC-FORMATADO
           END-IF.
