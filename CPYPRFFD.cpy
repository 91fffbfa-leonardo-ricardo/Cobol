      **************************************************************
      ** CPYPRFFD - LAYOUT DO CADASTRO DE PROFESSORES (PROFESSO).
      ** UM REGISTRO POR PROFESSOR: CODIGO, NOME, MATRICULA NA FOLHA
      ** (EMP-MATRICULA DO EMPREGAD; ZERO QUANDO NAO E EMPREGADO DA
      ** ESCOLA), VALOR DA HORA-AULA (ZERO PARA O PROFESSOR
      ** MENSALISTA, QUE NAO RECEBE POR AULA NA FOLHA) E SITUACAO
      ** ('A' ATIVO / 'I' INATIVO). INCLUIR NA FILE SECTION.
      **************************************************************
       FD  PROFESSO-FILE.
       01  PROFESSO-REG.
           05  PRF-CODIGO         PIC 9(04).
           05  PRF-NOME           PIC X(30).
           05  PRF-EMP-MATRICULA  PIC 9(05).
           05  PRF-VALOR-HORA-AULA PIC 9(03)V99.
           05  PRF-SITUACAO       PIC X(01).
               88  PRF-ATIVO                  VALUE 'A'.
               88  PRF-INATIVO                VALUE 'I'.
