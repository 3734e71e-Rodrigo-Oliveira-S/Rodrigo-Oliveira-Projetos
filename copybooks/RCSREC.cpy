      *================================================================
      * RCSREC.cpy
      * Layout da linha do arquivo de notas recusadas (MNNOTRCS),
      * gravado pela MN-NOTAS em EXTEND a cada movimento aplicado:
      * a imagem original da linha de NOTAMOV (layout NTMREC), o
      * codigo de motivo da recusa (ERRCODES) e a data do movimento
      * em que foi recusada, para a coordenacao devolver ao
      * professor e o movimento corrigido voltar num proximo lote.
      *================================================================
       01 RCS-LINHA.
           05 RCS-MOVIMENTO        PIC X(40).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RCS-MOTIVO           PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RCS-DATA-MOV         PIC 9(08).
