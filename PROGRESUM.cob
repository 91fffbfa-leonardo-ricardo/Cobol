      **    DE CADA ETAPA (RECEBIDAS DO DRIVER VIA CALL ... USING),
      **    OS STATUS DAS ETAPAS NO RUNCTL, OS ABENDS E EXCECOES DA
      **    DATA DA JANELA, OS RESULTADOS DAS CONFERENCIAS DE
      **    CONTROLE (CTLRESUM: EMPCTRL, FRETECTL, CONCILIACAO DOS
      **    SUBSIDIARIOS COM O RAZAO E INTEGRIDADE REFERENCIAL) E UM
      **    VEREDITO
      **    GERAL (OK / ALERTAS / FALHOU), IMPRESSO NO RELATORIO
      **    OPRESUMO E GRAVADO LEGIVEL POR MAQUINA NO ARQUIVO DE
      **    STATUS OPSTATUS, QUE O TURNO DA MANHA CONSULTA PRIMEIRO.
      ** DATA = 22/08/2026
      ** ALTERACOES:
      **  15/10/2026 LR - CTLRESUM PASSA A TER TAMBEM A CONCILIACAO
      **               DOS SUBSIDIARIOS (PROGCONB); SO COMENTARIOS.
      **  15/10/2026 LR - CTLRESUM PASSA A TER TAMBEM AS REGRAS DE
      **               INTEGRIDADE REFERENCIAL (PROGINTB), DIVERGENTES
      **               QUANDO HA QUEBRAS NOVAS; SO COMENTARIOS.
      **************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      **************************************************************
      ** RESULTADOS DAS CONFERENCIAS DE TOTAIS DE CONTROLE DA DATA
      ** (CTLRESUM, GRAVADO POR PROGTEPB/EMPCTRL, PROGFRTB/FRETECTL
      ** E PROGCONB/CONTAREC, CONTAPAG E COMFOLHA; PROGINTB/UMA POR
      ** REGRA DE INTEGRIDADE). QUALQUER DIVERGENCIA VIRA ALERTA NO
      ** VEREDITO.
      **************************************************************
       4000-RESUMIR-CONTROLES.

