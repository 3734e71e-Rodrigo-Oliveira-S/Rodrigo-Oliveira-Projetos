      *================================================================
      * FRDREC.cpy
      * Layout do registro das chamadas lancadas por dia (MNFREQDIA),
      * arquivo indexado com chave composta matricula + data da
      * aula, gravado pela MN-FREQUENCIA a cada chamada acumulada
      * em MNFREQ: presenca (P/F) e data do movimento em que foi
      * lancada. E o que identifica a chamada repetida (mesmo aluno
      * e mesma data de aula) sem recusar a chamada atrasada de um
      * dia anterior ainda nao lancado.
      *================================================================
       01 FRD-REC.
           05 FRD-CHAVE.
               10 FRD-MATRICULA    PIC 9(06).
               10 FRD-DATA-AULA    PIC 9(08).
           05 FRD-PRESENCA         PIC X(01).
           05 FRD-DATA-MOV         PIC 9(08).
