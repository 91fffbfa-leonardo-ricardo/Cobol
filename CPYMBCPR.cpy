      **************************************************************
      ** CPYMBCPR - GRAVACAO DO MOVIMENTO DAS CONTAS BANCARIAS
      ** (MOVBANCO). O CHAMADOR EXECUTA "PERFORM
      ** 7540-ABRIR-MOVIMENTO-BANCO" (ACRESCENTA AO ARQUIVO, CRIANDO
      ** NA PRIMEIRA VEZ), BUSCA A CONTA NO CPYCBCPR, PREENCHE OS
      ** DEMAIS CAMPOS MBC-* E EXECUTA "PERFORM
      ** 7545-GRAVAR-MOVIMENTO-BANCO", QUE COMPLETA A CONTA COM O
      ** RESULTADO DA BUSCA (WRK-CBC-CODIGO E WRK-CBC-CONTA-RAZAO).
      ** O FECHAMENTO (CLOSE MOVBANCO-FILE) FICA COM O CHAMADOR.
      ** INCLUIR NA PROCEDURE DIVISION, JUNTO COM O CPYCBCPR.
      **************************************************************
       7540-ABRIR-MOVIMENTO-BANCO.

           OPEN EXTEND MOVBANCO-FILE.
           IF WRK-MOVBANCO-STATUS = '05' OR '35'
               CLOSE MOVBANCO-FILE
               OPEN OUTPUT MOVBANCO-FILE
           END-IF.

       7545-GRAVAR-MOVIMENTO-BANCO.

           MOVE WRK-CBC-CODIGO      TO MBC-CONTA-BANCO.
           MOVE WRK-CBC-CONTA-RAZAO TO MBC-CONTA-RAZAO.
           WRITE MOVBANCO-REG.
