      *               seja dia letivo e recusada com ERRO 23 e RC 8,
      *               a menos que CALEND-IGNORA=S venha em SISPARM;
      *               SISCAL ausente desliga a validacao, com aviso.
      * 2026-10-15 RO Antes de rolar a base, a MNFEEDANT de ontem e
      *               copiada para MNFEEDBKP (layout FBKREC, com a
      *               data do movimento em cada linha); reprocesso da
      *               mesma data mantem a copia ja feita. O
      *               SIS-ESTORNO usa a copia para montar o feed
      *               corretivo e devolver a base de uma noite
      *               estornada.
      * 2026-10-15 RO MNFEEDBKP passa a comecar sempre por uma linha
      *               de marca da data (FBK-STU-ID zerado), gravada
      *               mesmo com MNFEEDANT ausente ou vazia: a copia
      *               vazia nao tinha data, o reprocesso copiava a
      *               base ja rolada por cima dela e o SIS-ESTORNO
      *               recusava o feed corretivo.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-BASE-STATUS.

           SELECT MD-BKP-FILE ASSIGN TO "MNFEEDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-BKP-STATUS.

           SELECT MD-DELTA-FILE ASSIGN TO "MNDELTA"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 MD-BASE-MEDIA        PIC 9(02)V9.
           05 MD-BASE-RESULTADO    PIC X(11).

      *Copia da base anterior a rolagem, com a data do movimento
       FD  MD-BKP-FILE
           LABEL RECORDS ARE STANDARD.
       01  MD-BKP-REC             PIC X(29).

      *Feed incremental: flag A (novo) ou C (alterado) seguida do
      *registro no mesmo layout do MNFEED
       FD  MD-DELTA-FILE
      *e a RUN-CONSULTA
           COPY RUNREC.

      *Linha da copia da base anterior (MNFEEDBKP)
           COPY FBKREC.

       01 MD-LINHA         PIC X(50) VALUE ALL "=".

      *Controle de fim de arquivo dos dois lados da comparacao
       01 MD-BASE-STATUS   PIC X(02).
           88 MD-BASE-OK           VALUE "00".
           88 MD-BASE-INEXISTENTE  VALUE "35".
       01 MD-BKP-STATUS    PIC X(02).
           88 MD-BKP-OK            VALUE "00".
           88 MD-BKP-INEXISTENTE   VALUE "35".
       01 MD-PARM-STATUS   PIC X(02).
           88 MD-PARM-OK           VALUE "00".
           88 MD-PARM-INEXISTENTE  VALUE "35".
       77 MD-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 MD-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Copia da base: S = MNFEEDBKP ja guarda a base anterior a
      *esta data de movimento (reprocesso) e nao e refeita
       01 MD-BKP-JA-SW     PIC X(01) VALUE "N".
           88 MD-BKP-JA-FEITA      VALUE "S".

      *Totais da comparacao
       77 MD-QTD-NOVOS      PIC 9(06) VALUE ZERO.
       77 MD-QTD-ALTERADOS  PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------
      * Rola a base: MNFEEDANT recebe o MNFEED de hoje e passa a
      * ser a referencia da proxima comparacao. Antes, a base de
      * ontem vai para MNFEEDBKP (6200), para um estorno da data.
      *----------------------------------------------------------
       6000-ROLAR-BASE.
           PERFORM 6200-COPIAR-BASE THRU 6200-EXIT

           MOVE "N" TO MD-EOF-FEED
           OPEN INPUT MD-FEED-FILE
           OPEN OUTPUT MD-BASE-FILE
       6100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Copia a MNFEEDANT (base de ontem) para MNFEEDBKP, cada
      * linha com a data do movimento. Se a primeira linha da
      * copia ja traz esta data, a execucao e um reprocesso: a
      * base atual ja foi rolada e a copia existente e mantida.
      * A primeira linha e a marca da data, gravada mesmo com
      * MNFEEDANT ausente (primeira execucao) ou vazia.
      *----------------------------------------------------------
       6200-COPIAR-BASE.
           MOVE "N" TO MD-BKP-JA-SW
           OPEN INPUT MD-BKP-FILE
           IF MD-BKP-OK
               READ MD-BKP-FILE INTO FBK-LINHA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FBK-DATA-MOV = MD-DATA-REGISTRO
                           MOVE "S" TO MD-BKP-JA-SW
                       END-IF
               END-READ
               CLOSE MD-BKP-FILE
           END-IF

           IF MD-BKP-JA-FEITA
               GO TO 6200-EXIT
           END-IF

           OPEN OUTPUT MD-BKP-FILE
           MOVE MD-DATA-REGISTRO TO FBK-DATA-MOV
           MOVE ZERO             TO FBK-STU-ID
           MOVE ZERO             TO FBK-MEDIA
           MOVE SPACES           TO FBK-RESULTADO
           MOVE FBK-LINHA        TO MD-BKP-REC
           WRITE MD-BKP-REC

           MOVE "N" TO MD-EOF-BASE
           OPEN INPUT MD-BASE-FILE
           IF MD-BASE-OK
               PERFORM 6300-COPIAR-LINHA-BASE THRU 6300-EXIT
                   UNTIL MD-FIM-BASE
               CLOSE MD-BASE-FILE
           END-IF
           CLOSE MD-BKP-FILE.

       6200-EXIT.
           EXIT.

       6300-COPIAR-LINHA-BASE.
           READ MD-BASE-FILE
               AT END
                   MOVE "S" TO MD-EOF-BASE
               NOT AT END
                   MOVE MD-DATA-REGISTRO TO FBK-DATA-MOV
                   MOVE MD-BASE-REC      TO FBK-FEED
                   MOVE FBK-LINHA        TO MD-BKP-REC
                   WRITE MD-BKP-REC
           END-READ.

       6300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada pelo MN-DELTA (a base rolada
