      **************************************************************
      ** CPYAFSSL - SELECT DO CADASTRO DE AFASTAMENTOS (AFASTAM),
      ** INDEXADO PELA MATRICULA DO EMPREGADO MAIS A DATA DE INICIO
      ** DO AFASTAMENTO. COMPARTILHADO ENTRE A MANUTENCAO (PROGAFSM),
      ** O RELATORIO MENSAL (PROGAFSR), A FOLHA (PROGTEPB), O
      ** CONTROLE DE FERIAS (PROGFERB) E O 13o SALARIO (PROGD13B).
      ** INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT AFASTAM-FILE ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFS-CHAVE
               FILE STATUS IS WRK-AFASTAM-STATUS.
