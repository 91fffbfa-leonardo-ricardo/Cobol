      **************************************************************
      ** CPYPENFD - LAYOUT DO CADASTRO DE PENSOES ALIMENTICIAS
      ** JUDICIAIS (PENSAO). UM REGISTRO POR ORDEM JUDICIAL, COM O
      ** NUMERO DO PROCESSO, O DEPENDENTE BENEFICIARIO (SEQUENCIA NO
      ** CADASTRO DEPENDEN DA MESMA MATRICULA), A BASE DE CALCULO
      ** ('L' PERCENTUAL DO LIQUIDO APOS INSS E IRRF / 'S'
      ** QUANTIDADE DE SALARIOS MINIMOS), O PERCENTUAL OU A
      ** QUANTIDADE, OS DADOS BANCARIOS DO BENEFICIARIO E A
      ** SITUACAO ('A' ATIVA / 'E' ENCERRADA).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  PENSAO-FILE.
       01  PENSAO-REG.
           05  PEN-MATRICULA      PIC 9(05).
           05  PEN-PROCESSO       PIC X(20).
           05  PEN-DPD-SEQUENCIA  PIC 9(02).
           05  PEN-BENEFICIARIO   PIC X(30).
           05  PEN-BASE           PIC X(01).
               88  PEN-BASE-LIQUIDO           VALUE 'L'.
               88  PEN-BASE-SAL-MINIMO        VALUE 'S'.
           05  PEN-PERCENTUAL     PIC 9(03)V99.
           05  PEN-QTD-SAL-MINIMO PIC 9(02)V99.
           05  PEN-BANCO          PIC 9(03).
           05  PEN-AGENCIA        PIC 9(04).
           05  PEN-CONTA          PIC 9(08).
           05  PEN-CONTA-DV       PIC X(01).
           05  PEN-SITUACAO       PIC X(01).
               88  PEN-ATIVA                  VALUE 'A'.
               88  PEN-ENCERRADA              VALUE 'E'.
