      ** CPYMATFD - LAYOUT DO CADASTRO DE MATRICULAS DE ALUNOS
      ** (MATRALUN). IDENTIDADE DO ALUNO SEPARADA DAS TRANSACOES DE
      ** NOTAS: MATRICULA (CHAVE), TURMA+NOME (CHAVE ALTERNATIVA DE
      ** CLASSIFICACAO) E SITUACAO ('A' ATIVA / 'I' INATIVA /
      ** 'F' PENDENTE FINANCEIRO: REMATRICULA RETIDA POR MENSALIDADE
      ** EM ATRASO DO RESPONSAVEL, VER PROGREMB).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  MATRALUN-FILE.
           05  MAT-SITUACAO       PIC X(01).
               88  MAT-ATIVA                  VALUE 'A'.
               88  MAT-INATIVA                VALUE 'I'.
               88  MAT-PENDENTE-FINANCEIRO    VALUE 'F'.
           05  MAT-CPF-RESPONSAVEL PIC 9(11).
           05  MAT-ANO-LETIVO     PIC 9(04).
