      *================================================================
      * PNDREC.cpy
      * Layout do extrato de notas pendentes (MNNOTPND), gravado pela
      * MN-NOTAS junto com o relatorio de pendencias nos dias
      * letivos que antecedem o fechamento do bimestre: uma linha
      * por aluno ativo com avaliacao ainda sem nota, com a turma,
      * o bimestre, a data de fechamento que se aproxima e um
      * indicador por avaliacao (S = nota ainda nao lancada), para
      * a coordenacao cobrar os professores antes do fechamento.
      *================================================================
       01 PND-REC.
           05 PND-MATRICULA        PIC 9(06).
           05 FILLER               PIC X(01).
           05 PND-TURMA            PIC X(03).
           05 FILLER               PIC X(01).
           05 PND-BIMESTRE         PIC 9(01).
           05 FILLER               PIC X(01).
           05 PND-DATA-FECHA       PIC 9(08).
           05 FILLER               PIC X(01).
           05 PND-FALTA-NOTA       PIC X(01) OCCURS 4 TIMES.
           05 FILLER               PIC X(01).
           05 PND-DATA-MOV         PIC 9(08).
