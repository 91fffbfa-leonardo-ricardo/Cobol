      **************************************************************
      ** CPYATBFD - LAYOUT DAS ATRIBUICOES DE AULA (ATRIBUI): QUEM
      ** DA CADA MATERIA DE CADA TURMA (CODIGO DO PROFESSOR NO
      ** PROFESSO) E QUANTAS AULAS POR SEMANA. A MATERIA E UMA DAS
      ** TRES DA TURMA NO CADASTRO DE TURMAS (TUR-MATERIA1-3).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  ATRIBUI-FILE.
       01  ATRIBUI-REG.
           05  ATB-CHAVE.
               10  ATB-TURMA      PIC X(10).
               10  ATB-MATERIA    PIC X(10).
           05  ATB-PROFESSOR      PIC 9(04).
           05  ATB-AULAS-SEMANA   PIC 9(02).
