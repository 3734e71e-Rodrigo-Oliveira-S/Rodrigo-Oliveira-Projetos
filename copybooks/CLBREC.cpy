      *================================================================
      * CLBREC.cpy
      * Layout do registro do historico de calibracao de sensores
      * (CTCALIB), arquivo indexado com chave no sensor e na data
      * da calibracao, um registro por calibracao. Mantido pelo
      * CADASTRO-CALIBRA: leitura de referencia (padrao do
      * tecnico) e leitura medida pelo sensor, na escala nativa do
      * sensor na data (CLB-ESCALA), o desvio resultante
      * (referencia menos medida), o tecnico e a data da proxima
      * calibracao. A calibracao vigente de um sensor e a de maior
      * data ate a data do movimento: a CONVERSOR-TEMP soma o
      * desvio dela a leitura antes da conversao e da validacao da
      * faixa, e marca como vencida a leitura de sensor cuja
      * proxima calibracao ja passou. O CT-CALIB-VENC lista no
      * fechamento do mes os sensores vencidos e a vencer.
      *================================================================
       01 CLB-REC.
           05 CLB-CHAVE.
               10 CLB-SENSOR       PIC 9(06).
               10 CLB-DATA         PIC 9(08).
           05 CLB-ESCALA           PIC 9(01).
           05 CLB-REFERENCIA  PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 CLB-MEDIDA      PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 CLB-DESVIO      PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 CLB-TECNICO          PIC X(20).
           05 CLB-PROXIMA          PIC 9(08).
