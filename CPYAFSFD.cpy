      **************************************************************
      ** CPYAFSFD - LAYOUT DO CADASTRO DE AFASTAMENTOS (AFASTAM).
      ** UM REGISTRO POR AFASTAMENTO, CHAVEADO PELA MATRICULA MAIS
      ** A DATA DE INICIO, COM O TIPO ('D' DOENCA / 'A' ACIDENTE DE
      ** TRABALHO - OS 15 PRIMEIROS DIAS PAGOS PELA EMPRESA, O
      ** RESTANTE PELO INSS; 'M' LICENCA MATERNIDADE - PAGA PELA
      ** EMPRESA E COMPENSADA NA GUIA DO INSS; 'N' LICENCA NAO
      ** REMUNERADA), A DATA DE FIM (ZERO = SEM PREVISAO DE
      ** RETORNO; O RETORNO E O DIA SEGUINTE AO FIM) E UMA
      ** OBSERVACAO LIVRE (CID, NUMERO DO BENEFICIO).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  AFASTAM-FILE.
       01  AFASTAM-REG.
           05  AFS-CHAVE.
               10  AFS-MATRICULA  PIC 9(05).
               10  AFS-DATA-INICIO PIC 9(08).
           05  AFS-TIPO           PIC X(01).
               88  AFS-DOENCA                 VALUE 'D'.
               88  AFS-ACIDENTE               VALUE 'A'.
               88  AFS-MATERNIDADE            VALUE 'M'.
               88  AFS-NAO-REMUNERADA         VALUE 'N'.
               88  AFS-TIPO-VALIDO            VALUE 'D' 'A' 'M' 'N'.
           05  AFS-DATA-FIM       PIC 9(08).
           05  AFS-OBSERVACAO     PIC X(30).
