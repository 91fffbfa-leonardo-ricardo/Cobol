      **************************************************************
      ** CPYOVDSL - SELECT DO CADASTRO DE ORCAMENTOS DE VENDA
      ** (ORCVENDA), INDEXADO PELO NUMERO DO ORCAMENTO.
      ** COMPARTILHADO ENTRE A MANUTENCAO DE ORCAMENTOS (PROGOVDM),
      ** A EXPIRACAO NOTURNA (PROGOVDB) E O RELATORIO DE CONVERSAO
      ** POR VENDEDOR (PROGOVDR). INCLUIR NO FILE-CONTROL.
      **************************************************************
           SELECT ORCVENDA-FILE ASSIGN TO "ORCVENDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVD-NUMERO
               FILE STATUS IS WRK-ORCVENDA-STATUS.
