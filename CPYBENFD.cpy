      **************************************************************
      ** CPYBENFD - LAYOUT DO CADASTRO DE BENEFICIOS (BENEFIC). UM
      ** REGISTRO POR EMPREGADO E TIPO DE BENEFICIO ('V' VALE-
      ** TRANSPORTE / 'S' PLANO DE SAUDE), COM O CODIGO DO PLANO
      ** (TABELA PLANOSAU, VER CPYPLSFD; NO VALE-TRANSPORTE, O
      ** CODIGO DA OPERADORA), A VIGENCIA (DATA DE FIM ZERO = SEM
      ** TERMINO) E, NO VALE-TRANSPORTE, AS VIAGENS POR DIA E A
      ** TARIFA. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  BENEFIC-FILE.
       01  BENEFIC-REG.
           05  BEN-CHAVE.
               10  BEN-MATRICULA  PIC 9(05).
               10  BEN-TIPO       PIC X(01).
                   88  BEN-VALE-TRANSPORTE    VALUE 'V'.
                   88  BEN-PLANO-SAUDE        VALUE 'S'.
                   88  BEN-TIPO-VALIDO        VALUE 'V' 'S'.
           05  BEN-PLANO          PIC X(04).
           05  BEN-DATA-INICIO    PIC 9(08).
           05  BEN-DATA-FIM       PIC 9(08).
           05  BEN-VIAGENS-DIA    PIC 9(02).
           05  BEN-TARIFA         PIC 9(03)V99.
