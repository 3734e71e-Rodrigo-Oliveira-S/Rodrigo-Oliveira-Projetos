      * (situacao C ou A), a menos que REPROCESSO=S venha em
      * SISPARM - e a protecao contra o mesmo movimento ser
      * processado duas vezes (CALCAUDIT e MNFEED abrem em EXTEND
      * e duplicariam). Situacao R marca a execucao de uma noite
      * estornada pelo SIS-ESTORNO: deixa de contar como completa
      * e a data pode ser processada de novo sem REPROCESSO=S.
      *================================================================
       01 RUN-LINHA.
           05 RUN-PROGRAMA         PIC X(14).
               88 RUN-COMPLETO          VALUE "C".
               88 RUN-AVISO             VALUE "A".
               88 RUN-ERRO              VALUE "E".
               88 RUN-ESTORNADO         VALUE "R".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RUN-QTD-PROC         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
