      *================================================================
      * TPXREC.cpy
      * Layout da linha do mapeamento de turmas para o ano seguinte
      * (MNTURPROX), mantido pela secretaria antes da virada do ano
      * e lido pela MN-PROMOCAO: a turma atual, a turma do ano
      * seguinte para o aluno APROVADO e, opcionalmente, a turma do
      * aluno retido (REPROVADO ou REPROV-FREQ) no mesmo nivel.
      * Turma seguinte em branco marca a ultima serie da escola
      * (o aprovado conclui e e inativado no cadastro); turma de
      * retido em branco mantem o aluno retido na propria turma.
      * Toda turma informada precisa existir e estar ativa no
      * cadastro mestre de turmas (MNTURMAS).
      *================================================================
       01 TPX-REC.
           05 TPX-TURMA-ATUAL      PIC X(03).
           05 FILLER               PIC X(01).
           05 TPX-TURMA-PROX       PIC X(03).
           05 FILLER               PIC X(01).
           05 TPX-TURMA-RETIDO     PIC X(03).
