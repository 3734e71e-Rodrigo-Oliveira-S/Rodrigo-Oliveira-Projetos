      *================================================================
      * FRQREC.cpy
      * Layout do registro da frequencia acumulada (MNFREQ), arquivo
      * indexado com chave composta matricula + bimestre, no mesmo
      * esquema do historico de notas (MNHIST): dias letivos com
      * chamada lancada, faltas e a data de aula mais recente ja
      * lancada (a chamada de cada dia fica em MNFREQDIA).
      * Acumulado pela MN-FREQUENCIA a partir do movimento diario
      * de chamada (FREQMOV) e lido pelo FECHA-ANO, que reprova por
      * frequencia o aluno abaixo do minimo legal (75% por padrao),
      * e pelo MN-BOLETIM, que imprime as faltas de cada bimestre.
      *================================================================
       01 FRQ-REC.
           05 FRQ-CHAVE.
               10 FRQ-MATRICULA    PIC 9(06).
               10 FRQ-BIMESTRE     PIC 9(01).
           05 FRQ-DIAS             PIC 9(03).
           05 FRQ-FALTAS           PIC 9(03).
           05 FRQ-DATA-ULT         PIC 9(08).
