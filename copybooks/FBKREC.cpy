      *================================================================
      * FBKREC.cpy
      * Layout da linha da copia da base anterior do feed
      * incremental (MNFEEDBKP), gravada pelo MN-DELTA antes de
      * rolar a base (MNFEEDANT): a data do movimento cuja execucao
      * rolou a base e a imagem de cada registro da base de antes,
      * no layout do MNFEED. Um reprocesso da mesma data mantem a
      * copia ja gravada, que continua sendo a base de antes da
      * primeira execucao. O SIS-ESTORNO compara esta copia com a
      * base rolada para gerar o feed corretivo da secretaria e a
      * devolve ao MNFEEDANT. A primeira linha e sempre uma marca
      * da data (FBK-STU-ID zerado, sem dados do feed), gravada
      * mesmo com a base vazia, para a copia de uma base vazia
      * ainda identificar a data; a marca nao e registro da base.
      *================================================================
       01 FBK-LINHA.
           05 FBK-DATA-MOV         PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FBK-FEED.
               10 FBK-STU-ID       PIC 9(06).
                   88 FBK-MARCA-DATA        VALUE ZERO.
               10 FBK-MEDIA        PIC 9(02)V9.
               10 FBK-RESULTADO    PIC X(11).
