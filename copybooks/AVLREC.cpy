      *================================================================
      * AVLREC.cpy
      * Layout do registro das notas por avaliacao (MNAVAL),
      * arquivo indexado com chave composta matricula + bimestre,
      * no mesmo esquema do historico de notas (MNHIST): a turma
      * do aluno e, para cada uma das quatro avaliacoes, a nota e
      * o indicador de nota ja lancada pelo professor. Acumulado
      * pela MN-NOTAS a partir do movimento NOTAMOV (layout
      * NTMREC), lido pela propria MN-NOTAS no relatorio de notas
      * pendentes antes do fechamento do bimestre e pela
      * MN-CONSOLIDA, que monta o roster da MEDIA-NOTAS (MNROSTER,
      * layout TRANREC) com os alunos de notas completas e marca o
      * registro como consolidado - dai em diante o movimento do
      * bimestre e recusado para o aluno.
      *================================================================
       01 AVL-REC.
           05 AVL-CHAVE.
               10 AVL-MATRICULA    PIC 9(06).
               10 AVL-BIMESTRE     PIC 9(01).
           05 AVL-TURMA            PIC X(03).
           05 AVL-AVALIACAO        OCCURS 4 TIMES.
               10 AVL-NOTA         PIC 9(02)V9.
               10 AVL-LANCADA      PIC X(01).
                   88 AVL-NOTA-LANCADA  VALUE "S".
           05 AVL-DATA-ULT         PIC 9(08).
           05 AVL-CONSOLIDADO      PIC X(01).
               88 AVL-JA-CONSOLIDADO    VALUE "S".
