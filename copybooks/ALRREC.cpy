      *================================================================
      * ALRREC.cpy
      * Layout do extrato de alerta academico (MNALERTA), gravado
      * pela MN-ALERTA a partir do historico de notas do ano
      * (MNHIST): uma linha por aluno ativo com ao menos um alerta,
      * com a turma, o nome, as medias dos bimestres ja lancados
      * (zero no bimestre sem media), a media acumulada no ano, a
      * maior media anual que ainda pode alcancar e os tres
      * indicadores de alerta: bimestre em que a media caiu mais do
      * que o limite (zero = sem queda), bimestre em que fechou o
      * segundo resultado seguido de RECUPERACAO ou REPROVADO (zero
      * = sem) e S quando a media de aprovacao do ano ja nao pode
      * mais ser alcancada. Usado pela coordenacao para chamar os
      * responsaveis.
      *================================================================
       01 ALR-REC.
           05 ALR-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 ALR-TURMA            PIC X(03).
           05 FILLER               PIC X(01).
           05 ALR-NOME             PIC X(30).
           05 FILLER               PIC X(01).
           05 ALR-QTD-BIM          PIC 9(01).
           05 FILLER               PIC X(01).
           05 ALR-MEDIA-BIM        PIC 9(02)V9 OCCURS 4 TIMES.
           05 FILLER               PIC X(01).
           05 ALR-MEDIA-ACUM       PIC 9(02)V9.
           05 FILLER               PIC X(01).
           05 ALR-MEDIA-MAXIMA     PIC 9(02)V9.
           05 FILLER               PIC X(01).
           05 ALR-QUEDA-BIM        PIC 9(01).
           05 ALR-QUEDA-PONTOS     PIC 9(02)V9.
           05 FILLER               PIC X(01).
           05 ALR-SEGUIDO-BIM      PIC 9(01).
           05 FILLER               PIC X(01).
           05 ALR-INALCANCAVEL     PIC X(01).
               88 ALR-APROVACAO-PERDIDA VALUE "S".
           05 FILLER               PIC X(01).
           05 ALR-DATA-MOV         PIC 9(08).
