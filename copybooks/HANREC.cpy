      *================================================================
      * HANREC.cpy
      * Layout da linha do diario de imagens anteriores do historico
      * de notas (MNHISANT), gravado em EXTEND pelos modos de lote da
      * MEDIA-NOTAS antes de gravar cada linha do MNHIST: a data do
      * movimento que alterou o registro, a acao (I = registro
      * incluido pelo movimento, A = registro existente alterado) e
      * a imagem do registro - a anterior a alteracao na acao A, a
      * nova na acao I (so a chave interessa). Um reprocesso da
      * mesma data nao grava de novo o que ja gravou, para a imagem
      * guardada ser sempre a de antes da primeira execucao. O
      * SIS-ESTORNO le este diario para devolver ao MNHIST os
      * registros que o movimento estornado regravou, e retira do
      * diario as linhas da data estornada. O diario so guarda a
      * ultima noite, a unica que o SIS-ESTORNO aceita estornar: a
      * MEDIA-NOTAS o recomeca vazio quando a primeira linha e de
      * uma data anterior a do movimento.
      *================================================================
       01 HAN-LINHA.
           05 HAN-DATA-MOV         PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HAN-ACAO             PIC X(01).
               88 HAN-INCLUIDO          VALUE "I".
               88 HAN-ALTERADO          VALUE "A".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HAN-IMAGEM.
               10 HAN-CHAVE.
                   15 HAN-MATRICULA    PIC 9(06).
                   15 HAN-BIMESTRE     PIC 9(01).
               10 FILLER               PIC X(38).
