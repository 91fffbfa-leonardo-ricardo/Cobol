      **************************************************************
      ** CPYRCGFD - LAYOUT DO CATALOGO DO ARQUIVO DATADO DE
      ** RELATORIOS (RELCATLG). UM REGISTRO POR RELATORIO ARQUIVADO,
      ** IDENTIFICADO POR NOME + DATA + SEQUENCIA DO LOTE, COM OS
      ** DADOS DO CABECALHO PADRAO DO PROPRIO RELATORIO (PROGRAMA,
      ** DATA, FILIAL E SEQUENCIA DO LOTECAB) E AS QUANTIDADES DE
      ** PAGINAS E DE LINHAS. AS LINHAS FICAM NO RELARQ (CPYRARFD).
      ** RCG-MODO E O MODO DE IMPRESSAO DOS DADOS PESSOAIS DA
      ** EXECUCAO QUE PRODUZIU O RELATORIO ('C' COMPLETO, 'M'
      ** MASCARADO, VER CPYMSKWS). SO SAI 'M' RELATORIO DA TABELA
      ** DE MASCARADOS DO PROGRELB; BRANCO NOS REGISTROS
      ** ANTERIORES, TRATADO COMO COMPLETO NA REIMPRESSAO (PROGRELC).
      ** INCLUIR NA FILE SECTION.
      **************************************************************
       FD  RELCATLG-FILE.
       01  RELCATLG-REG.
           05  RCG-RELATORIO      PIC X(09).
           05  RCG-PROGRAMA       PIC X(09).
           05  RCG-DATA           PIC 9(08).
           05  RCG-FILIAL         PIC 9(02).
           05  RCG-SEQUENCIA      PIC 9(05).
           05  RCG-PAGINAS        PIC 9(05).
           05  RCG-LINHAS         PIC 9(07).
           05  RCG-MODO           PIC X(01).
               88  RCG-MODO-MASCARADO         VALUE 'M'.
