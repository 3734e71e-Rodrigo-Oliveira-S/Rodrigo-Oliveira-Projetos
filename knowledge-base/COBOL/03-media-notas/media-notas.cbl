      *               quando MN-BIMESTRE nao vem em SISPARM) e avisa
      *               no log quando a data e dia de fechamento de
      *               bimestre.
      * 2026-10-15 RO Modos de lote agora guardam, antes de gravar o
      *               MNHIST, a imagem anterior do registro no diario
      *               MNHISANT (layout HANREC, aberto em EXTEND):
      *               acao A com o registro de antes quando a chave
      *               ja existia, acao I quando o movimento a incluiu.
      *               Reprocesso da mesma data nao grava de novo. O
      *               SIS-ESTORNO usa o diario para devolver ao MNHIST
      *               o que uma noite estornada regravou.
      * 2026-10-15 RO MNHISANT passa a guardar so a ultima noite: a
      *               primeira linha de uma data anterior a do
      *               movimento faz o diario comecar vazio (so a
      *               ultima noite pode ser estornada); na mesma data
      *               (retomada ou reprocesso) continua em EXTEND.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MN-HISANT-FILE ASSIGN TO "MNHISANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISANT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MN-ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  MN-HISANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MN-HISANT-REC          PIC X(56).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
           88 HIST-OK               VALUE "00".
           88 HIST-INEXISTENTE      VALUE "35".

      *Status do diario de imagens anteriores do historico
      *(MNHISANT); 35 = ainda nao existe, criado na primeira noite.
       77 WS-HISANT-STATUS  PIC X(02).
           88 HISANT-INEXISTENTE    VALUE "35".

      *Bimestre do movimento (MN-BIMESTRE em SISPARM, 1 a 4), parte
      *da chave do historico de notas gravado pelos modos de lote.
      *Sem a chave em SISPARM vale o bimestre do calendario (SISCAL)
      *original de TRANREC, motivo e programa de origem
           COPY REJREC.

      *Linha do diario de imagens anteriores do historico (MNHISANT)
           COPY HANREC.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "=== CALCULO DE MEDIA ESCOLAR ===".
      * Abre o historico de notas (MNHIST) em I-O; se ainda nao
      * existir no disco (primeiro bimestre gravado), cria vazio e
      * reabre, como o CADASTRO-ALUNOS faz com o cadastro mestre.
      * Abre tambem o diario de imagens anteriores (MNHISANT), que
      * so guarda a noite corrente: se a primeira linha e de uma
      * data anterior a do movimento, o diario comeca vazio; se e
      * da mesma data (retomada ou reprocesso), segue em EXTEND.
      *----------------------------------------------------------
       1992-ABRIR-HISTORICO.
           OPEN I-O MN-HIST-FILE
               OPEN OUTPUT MN-HIST-FILE
               CLOSE MN-HIST-FILE
               OPEN I-O MN-HIST-FILE
           END-IF

           OPEN INPUT MN-HISANT-FILE
           IF HISANT-INEXISTENTE
               OPEN OUTPUT MN-HISANT-FILE
               GO TO 1992-EXIT
           END-IF

           MOVE ZERO TO HAN-DATA-MOV
           READ MN-HISANT-FILE INTO HAN-LINHA
               AT END
                   MOVE ZERO TO HAN-DATA-MOV
           END-READ
           CLOSE MN-HISANT-FILE

           IF HAN-DATA-MOV < MN-DATA-REGISTRO
               OPEN OUTPUT MN-HISANT-FILE
           ELSE
               OPEN EXTEND MN-HISANT-FILE
           END-IF.

       1992-EXIT.
      * Grava no historico de notas a linha do aluno no bimestre
      * do movimento (chave matricula + bimestre). Chave ja
      * existente e regravada: so um reprocesso autorizado chega
      * aqui duas vezes para o mesmo movimento. Antes, guarda no
      * diario MNHISANT a imagem anterior do registro (acao A) ou
      * a inclusao (acao I); registro ja gravado por esta mesma
      * data de movimento nao vai de novo para o diario.
      *----------------------------------------------------------
       1995-GRAVAR-HISTORICO.
           MOVE TRAN-ID          TO HIS-MATRICULA
           MOVE MN-BIMESTRE      TO HIS-BIMESTRE
           MOVE SPACE            TO HAN-ACAO
           READ MN-HIST-FILE
               INVALID KEY
                   MOVE "I" TO HAN-ACAO
               NOT INVALID KEY
                   IF HIS-DATA-MOV NOT = MN-DATA-REGISTRO
                       MOVE "A"     TO HAN-ACAO
                       MOVE HIS-REC TO HAN-IMAGEM
                   END-IF
           END-READ

           MOVE TRAN-ID          TO HIS-MATRICULA
           MOVE MN-BIMESTRE      TO HIS-BIMESTRE
           MOVE NOTA1            TO HIS-NOTA1
           MOVE MEDIA            TO HIS-MEDIA
           MOVE RESULTADO        TO HIS-RESULTADO
           MOVE MN-DATA-REGISTRO TO HIS-DATA-MOV

           IF HAN-INCLUIDO
               MOVE HIS-REC TO HAN-IMAGEM
           END-IF
           IF HAN-INCLUIDO OR HAN-ALTERADO
               MOVE MN-DATA-REGISTRO TO HAN-DATA-MOV
               MOVE HAN-LINHA TO MN-HISANT-REC
               WRITE MN-HISANT-REC
           END-IF

           WRITE HIS-REC
               INVALID KEY
                   REWRITE HIS-REC
               CLOSE MN-REJ-FILE
               CLOSE MN-ALUNOS-FILE
               CLOSE MN-HIST-FILE
               CLOSE MN-HISANT-FILE

               PERFORM 1970-LIMPAR-CHECKPOINT THRU 1970-EXIT

               CLOSE MN-REJ-FILE
               CLOSE MN-ALUNOS-FILE
               CLOSE MN-HIST-FILE
               CLOSE MN-HISANT-FILE

               PERFORM 1970-LIMPAR-CHECKPOINT THRU 1970-EXIT

