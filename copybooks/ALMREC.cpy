      *================================================================
      * ALMREC.cpy
      * Layout do registro do cadastro de alarmes de sensor
      * (CTALARME), arquivo indexado com chave no sensor, no tipo
      * do alarme e na data de abertura. Gravado pela
      * CONVERSOR-TEMP no modo de estatistica por sensor: leitura
      * de sensor ativo fora da faixa operacional (tipo E,
      * excursao) abre um alarme, ou atualiza o alarme ainda
      * aberto do sensor, com o local do sensor, a data, o valor
      * na escala nativa e o limite violado (MIN ou MAX, com o
      * valor do cadastro) da primeira e da ultima excursao; e
      * sensor ativo sem nenhuma leitura num dia letivo abre um
      * alarme tipo S (sem leitura). O alarme e escalado quando as
      * excursoes seguidas ou os dias com ocorrencia chegam ao
      * limite configurado em SISPARM. Fica aberto ate ser
      * reconhecido e fechado pela manutencao (CT-RECONHECE); a
      * listagem e o CT-ALARMES.
      *================================================================
       01 ALM-REC.
           05 ALM-CHAVE.
               10 ALM-SENSOR       PIC 9(06).
               10 ALM-TIPO         PIC X(01).
                   88 ALM-TIPO-EXCURSAO     VALUE "E".
                   88 ALM-TIPO-SEM-LEITURA  VALUE "S".
               10 ALM-DATA-ABERTURA PIC 9(08).
           05 ALM-LOCAL            PIC X(30).
           05 ALM-ESCALA           PIC 9(01).
           05 ALM-SITUACAO         PIC X(01).
               88 ALM-ABERTO            VALUE "A".
               88 ALM-RECONHECIDO       VALUE "R".
               88 ALM-FECHADO           VALUE "F".
               88 ALM-EM-ABERTO         VALUE "A" "R".
           05 ALM-ESCALADO         PIC X(01).
               88 ALM-FOI-ESCALADO      VALUE "S".
           05 ALM-DATA-ESCALADA    PIC 9(08).
           05 ALM-PRIM-VALOR  PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 ALM-PRIM-LIMITE-TIPO PIC X(03).
           05 ALM-PRIM-LIMITE PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 ALM-DATA-ULTIMA      PIC 9(08).
           05 ALM-ULT-VALOR   PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 ALM-ULT-LIMITE-TIPO  PIC X(03).
           05 ALM-ULT-LIMITE  PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 ALM-QTD-EXCURSOES    PIC 9(06).
           05 ALM-SEGUIDAS         PIC 9(06).
           05 ALM-QTD-DIAS         PIC 9(04).
           05 ALM-DATA-RECONHEC    PIC 9(08).
           05 ALM-DATA-FECHAMENTO  PIC 9(08).
           05 ALM-RESPONSAVEL      PIC X(20).
           05 ALM-OBSERVACAO       PIC X(40).
