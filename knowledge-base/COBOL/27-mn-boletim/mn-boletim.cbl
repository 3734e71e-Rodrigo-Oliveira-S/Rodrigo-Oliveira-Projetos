      *               MNREPORT a mao para montar os boletins, o
      *               maior consumidor de tempo da coordenacao apos
      *               cada execucao.
      * 2026-10-15 RO Coluna FALTAS no quadro de bimestres: as faltas
      *               de cada bimestre vem da frequencia acumulada
      *               (MNFREQ, gravada pela MN-FREQUENCIA), tambem no
      *               bimestre ainda sem notas lancadas. MNFREQ
      *               ausente ou bimestre sem chamada deixam a
      *               coluna em branco.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS BO-HIST-STATUS.

           SELECT BO-FREQ-FILE ASSIGN TO "MNFREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS BO-FREQ-STATUS.

           SELECT BO-BOLETIM-FILE ASSIGN TO "MNBOLETIM"
               ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  BO-FREQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRQREC.

       FD  BO-BOLETIM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BO-BOLETIM-REC         PIC X(80).

      *Status dos arquivos. MNREPORT e obrigatorio; MNALUNOS
      *ausente usa o nome e a turma da propria linha do relatorio
      *e MNHIST ausente deixa os bimestres como SEM LANCAMENTO;
      *MNFREQ ausente deixa a coluna de faltas em branco.
       01 BO-REPORT-STATUS PIC X(02).
           88 BO-REPORT-OK         VALUE "00".
           88 BO-REPORT-INEXISTENTE VALUE "35".
       01 BO-HIST-STATUS   PIC X(02).
           88 BO-HIST-OK           VALUE "00".
           88 BO-HIST-INEXISTENTE  VALUE "35".
       01 BO-FREQ-STATUS   PIC X(02).
           88 BO-FREQ-OK           VALUE "00".
           88 BO-FREQ-INEXISTENTE  VALUE "35".
       01 BO-PARM-STATUS   PIC X(02).
           88 BO-PARM-OK           VALUE "00".
           88 BO-PARM-INEXISTENTE  VALUE "35".
           88 BO-CADASTRO-ABERTO   VALUE "S".
       01 BO-HISTORICO-SW  PIC X(01) VALUE "N".
           88 BO-HISTORICO-ABERTO  VALUE "S".
       01 BO-FREQUENCIA-SW PIC X(01) VALUE "N".
           88 BO-FREQUENCIA-ABERTA VALUE "S".

      *Visao da linha do MNREPORT gravada pela MEDIA-NOTAS, como
      *na MN-ESTATISTICA
       01 BO-BIM-ACHADO-SW PIC X(01) VALUE "N".
           88 BO-BIM-ACHADO        VALUE "S".

      *Faltas do bimestre corrente, editadas; em branco quando nao
      *ha chamada lancada no bimestre
       01 BO-FALTAS-ED     PIC ZZ9.
       01 BO-FALTAS-X REDEFINES BO-FALTAS-ED PIC X(03).

      *Totais da execucao
       77 BO-QTD-BOLETINS  PIC 9(06) VALUE ZERO.
       77 BO-QTD-REJEITADAS PIC 9(06) VALUE ZERO.
           05 FILLER           PIC X(07) VALUE "NOTA 4 ".
           05 FILLER           PIC X(07) VALUE "MEDIA  ".
           05 FILLER           PIC X(09) VALUE "RESULTADO".
           05 FILLER           PIC X(05) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE "FALTAS".

       01 BO-LINHA-BIM.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 BO-BIM-MEDIA     PIC Z9.9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 BO-BIM-RESULTADO PIC X(11).
           05 FILLER           PIC X(06) VALUE SPACES.
           05 BO-BIM-FALTAS    PIC X(03).

       01 BO-LINHA-SEM-LANC.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(14)
               VALUE "SEM LANCAMENTO".
           05 FILLER           PIC X(39) VALUE SPACES.
           05 BO-SEM-FALTAS    PIC X(03).

      *Media e resultado da execucao corrente (MNREPORT)
       01 BO-LINHA-CORRENTE.
                       "LANCAMENTO"
           END-IF

           OPEN INPUT BO-FREQ-FILE
           IF BO-FREQ-OK
               MOVE "S" TO BO-FREQUENCIA-SW
           ELSE
               DISPLAY "MNFREQ NAO ENCONTRADO - FALTAS EM BRANCO"
           END-IF

           OPEN OUTPUT BO-BOLETIM-FILE

           SORT BO-SORT-FILE
           IF BO-HISTORICO-ABERTO
               CLOSE BO-HIST-FILE
           END-IF
           IF BO-FREQUENCIA-ABERTA
               CLOSE BO-FREQ-FILE
           END-IF

           MOVE BO-QTD-BOLETINS TO BO-QTD-ED
           DISPLAY "BOLETINS GERADOS  : " BO-QTD-ED
      *----------------------------------------------------------
      * Grava a linha do bimestre corrente do quadro: as notas, a
      * media e o resultado vem do historico (MNHIST); bimestre
      * ainda nao lancado sai como SEM LANCAMENTO. As faltas vem
      * da frequencia acumulada (MNFREQ) nos dois casos.
      *----------------------------------------------------------
       3300-GRAVAR-BIMESTRE.
           PERFORM 3350-LER-FREQUENCIA THRU 3350-EXIT
           MOVE BO-FALTAS-X TO BO-BIM-FALTAS
           MOVE BO-FALTAS-X TO BO-SEM-FALTAS

           IF NOT BO-HISTORICO-ABERTO
               MOVE BO-IND-BIM TO BO-SEM-NUMERO
               MOVE BO-LINHA-SEM-LANC TO BO-BOLETIM-REC

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Faltas do aluno no bimestre corrente, da frequencia
      * acumulada quando aberta; sem chamada fica em branco.
      *----------------------------------------------------------
       3350-LER-FREQUENCIA.
           MOVE SPACES TO BO-FALTAS-X
           IF BO-FREQUENCIA-ABERTA
               MOVE BO-MATRICULA TO FRQ-MATRICULA
               MOVE BO-IND-BIM   TO FRQ-BIMESTRE
               READ BO-FREQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FRQ-FALTAS TO BO-FALTAS-ED
               END-READ
           END-IF.

       3350-EXIT.
           EXIT.
