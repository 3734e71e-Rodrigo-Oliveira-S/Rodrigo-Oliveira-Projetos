      *================================================================
      * HSTREC.cpy
      * Layout do registro do historico escolar permanente
      * (MNHISTANO), arquivo indexado com chave composta matricula
      * + ano letivo. Gravado pela MN-PROMOCAO na virada do ano, a
      * partir do historico de notas do ano fechado (MNHIST, que e
      * reaproveitado no ano seguinte) e do feed anual do
      * FECHA-ANO (MNANOFEED): nome e turma do aluno no ano, as
      * notas, a media e o resultado de cada bimestre, a media e o
      * resultado anuais (INCOMPLETO quando o aluno ficou fora do
      * feed) e o percentual de frequencia no ano. Consultado pela
      * secretaria para o historico escolar do aluno.
      *================================================================
       01 HST-REC.
           05 HST-CHAVE.
               10 HST-MATRICULA    PIC 9(06).
               10 HST-ANO-LETIVO   PIC 9(04).
           05 HST-NOME             PIC X(30).
           05 HST-TURMA            PIC X(03).
           05 HST-BIMESTRE         OCCURS 4 TIMES.
               10 HST-BIM-LANCADO  PIC X(01).
                   88 HST-BIM-PRESENTE  VALUE "S".
               10 HST-NOTA         PIC 9(3)V9 OCCURS 4 TIMES.
               10 HST-MEDIA-BIM    PIC 9(2)V9.
               10 HST-RESULTADO-BIM PIC X(11).
           05 HST-MEDIA-ANUAL      PIC 9(2)V9.
           05 HST-RESULTADO-ANUAL  PIC X(11).
           05 HST-FREQ-PERC        PIC 9(3)V9.
           05 HST-DATA-ARQUIVO     PIC 9(08).
