      *               um STEP030 que nao rodava so era percebido
      *               quando a manutencao predial cobrava o
      *               relatorio.
      * 2026-10-15 RO Passo cuja ultima execucao da data foi
      *               estornada (situacao R, gravada pelo
      *               SIS-ESTORNO) sai como ESTORNADO e conta como
      *               faltante, ate a noite ser reprocessada.
      *================================================================

       ENVIRONMENT DIVISION.
                       MOVE "COMPLETO " TO RM-REL-SITUACAO
                   WHEN "A"
                       MOVE "COM AVISO" TO RM-REL-SITUACAO
                   WHEN "R"
                       MOVE "ESTORNADO" TO RM-REL-SITUACAO
                       MOVE "*** PASSO ESTORNADO" TO RM-REL-ALERTA
                       ADD 1 TO RM-QTD-FALTANTES
                   WHEN OTHER
                       MOVE "COM ERRO " TO RM-REL-SITUACAO
                       MOVE "*** SITUACAO E" TO RM-REL-ALERTA
