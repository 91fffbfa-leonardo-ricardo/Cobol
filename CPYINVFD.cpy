      **************************************************************
      ** CPYINVFD - LAYOUT DO ARQUIVO DE CONTAGEM DO INVENTARIO
      ** FISICO (INVCONT). UMA LINHA POR PRODUTO ACABADO (ESTOQUEP,
      ** TIPO 'P') OU MATERIAL EM CHAPAS (MATERIAL, TIPO 'M') EM
      ** CADA CONTAGEM, COM O SALDO CONTABIL CONGELADO NA ABERTURA E
      ** O CUSTO UNITARIO QUE VALORIZA A DIVERGENCIA (CUSTO MEDIO DO
      ** PRODUTO; PRECO POR M2 X AREA DA CHAPA NO MATERIAL).
      ** SITUACAO: 'P' A CONTAR, 'C' CONTADA DENTRO DA TOLERANCIA,
      ** 'R' FORA DA TOLERANCIA AGUARDANDO RECONTAGEM, 'F'
      ** RECONTADA (A RECONTAGEM PREVALECE) E 'A' AJUSTADA APOS A
      ** APROVACAO DO SUPERVISOR. INCLUIR NA FILE SECTION.
      **************************************************************
       FD  INVCONT-FILE.
       01  INVCONT-REG.
           05  INV-CHAVE.
               10  INV-DOCUMENTO      PIC 9(07).
               10  INV-TIPO-ITEM      PIC X(01).
                   88  INV-PRODUTO              VALUE 'P'.
                   88  INV-MATERIAL             VALUE 'M'.
               10  INV-CODIGO         PIC X(10).
           05  INV-DATA-CONGELAMENTO  PIC 9(08).
           05  INV-SALDO-LIVRO        PIC 9(07).
           05  INV-CUSTO-UNIT         PIC 9(07)V9999.
           05  INV-QTD-CONTADA        PIC 9(07).
           05  INV-QTD-RECONTADA      PIC 9(07).
           05  INV-SITUACAO           PIC X(01).
               88  INV-A-CONTAR                 VALUE 'P'.
               88  INV-CONTADA                  VALUE 'C'.
               88  INV-RECONTAR                 VALUE 'R'.
               88  INV-RECONTADA                VALUE 'F'.
               88  INV-AJUSTADA                 VALUE 'A'.
