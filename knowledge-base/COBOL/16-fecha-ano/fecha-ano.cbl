      *               Ate aqui o fechamento era redigitado em
      *               planilha a partir dos impressos dos bimestres,
      *               com erros de transcricao todo dezembro.
      * 2026-10-15 RO Bimestre que chega ao fechamento ainda em
      *               RECUPERACAO no historico (nota da prova nao
      *               aplicada pela MN-RECUPERA) e contado e listado
      *               nos totais como pendente de recuperacao, e o
      *               passo termina com RC 4 de aviso: a media anual
      *               desse aluno ainda usa a media de antes da
      *               prova. Aplicada a recuperacao, o fechamento ja
      *               consolida a media e o resultado regravados.
      * 2026-10-15 RO Frequencia minima: com os quatro bimestres
      *               fechados, soma dias e faltas do aluno na
      *               frequencia acumulada (MNFREQ, gravada pela
      *               MN-FREQUENCIA) e, abaixo do minimo
      *               (MN-FREQ-MINIMA em SISPARM, padrao 75%),
      *               reprova com o resultado proprio REPROV-FREQ
      *               mesmo com media de aprovacao. O percentual de
      *               frequencia sai no relatorio e os reprovados
      *               por frequencia nos totais. MNFREQ ausente ou
      *               aluno sem chamada lancada nao reprova.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS FA-ALUNOS-STATUS.

           SELECT FA-FREQ-FILE ASSIGN TO "MNFREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS FA-FREQ-STATUS.

           SELECT FA-FEED-FILE ASSIGN TO "MNANOFEED"
               ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

       FD  FA-FREQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRQREC.

      *Feed anual para a secretaria academica, no mesmo layout de
      *colunas fixas do MNFEED
       FD  FA-FEED-FILE
           88 FA-FIM-HIST          VALUE "S".

      *Status dos arquivos. MNHIST e obrigatorio (sem ele nao ha o
      *que fechar); MNALUNOS ausente deixa nome e turma em branco;
      *MNFREQ ausente fecha o ano sem a regra de frequencia.
       01 FA-HIST-STATUS   PIC X(02).
           88 FA-HIST-OK           VALUE "00".
           88 FA-HIST-INEXISTENTE  VALUE "35".
       01 FA-ALUNOS-STATUS PIC X(02).
           88 FA-ALUNOS-OK         VALUE "00".
           88 FA-ALUNOS-INEXISTENTE VALUE "35".
       01 FA-FREQ-STATUS   PIC X(02).
           88 FA-FREQ-OK           VALUE "00".
           88 FA-FREQ-INEXISTENTE  VALUE "35".
       01 FA-PARM-STATUS   PIC X(02).
           88 FA-PARM-OK           VALUE "00".
           88 FA-PARM-INEXISTENTE  VALUE "35".
       01 FA-CADASTRO-SW   PIC X(01) VALUE "N".
           88 FA-CADASTRO-ABERTO   VALUE "S".

      *Indica se a frequencia acumulada esta aberta para consulta
       01 FA-FREQ-SW       PIC X(01) VALUE "N".
           88 FA-FREQ-ABERTA       VALUE "S".

      *Parametros de SISPARM tratados por este passo
       01 FA-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 FA-PARM-FIM          VALUE "S".
       01 FA-REPROCESSO-SW PIC X(01) VALUE "N".
           88 FA-REPROCESSO-PEDIDO VALUE "S".
       77 FA-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 FA-FREQ-MINIMA   PIC 9(03) VALUE 75.

      *Registro de execucoes: protecao contra dupla execucao (o
      *feed anual seria mandado duas vezes para a secretaria)
           05 FA-MEDIA-BIM     PIC 9(02)V9 OCCURS 4 TIMES.
       77 FA-IND-BIM       PIC 9(01) COMP.

      *Frequencia do ano do aluno corrente (soma dos bimestres)
       77 FA-SOMA-DIAS     PIC 9(04) VALUE ZERO.
       77 FA-SOMA-FALTAS   PIC 9(04) VALUE ZERO.
       77 FA-PERC-FREQ     PIC 9(03)V9 VALUE ZERO.

      *Totais do fechamento
       77 FA-QTD-ALUNOS    PIC 9(06) VALUE ZERO.
       77 FA-QTD-FECHADOS  PIC 9(06) VALUE ZERO.
       77 FA-QTD-APROV     PIC 9(06) VALUE ZERO.
       77 FA-QTD-RECUP     PIC 9(06) VALUE ZERO.
       77 FA-QTD-REPROV    PIC 9(06) VALUE ZERO.
       77 FA-QTD-PEND-RECUP PIC 9(06) VALUE ZERO.
       77 FA-QTD-REPROV-FREQ PIC 9(06) VALUE ZERO.
       77 FA-QTD-ED        PIC ZZZ,ZZ9.

      *Linha de detalhe do relatorio do fechamento
           05 FA-REL-ANUAL     PIC Z9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FA-REL-RESULTADO PIC X(11).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FA-REL-FREQ      PIC ZZ9.9 BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                       "EM BRANCO NO RELATORIO"
           END-IF

           OPEN INPUT FA-FREQ-FILE
           IF FA-FREQ-OK
               MOVE "S" TO FA-FREQ-SW
           ELSE
               DISPLAY "MNFREQ NAO ENCONTRADO - FECHAMENTO SEM A "
                       "REGRA DE FREQUENCIA MINIMA"
           END-IF

           OPEN OUTPUT FA-FEED-FILE
           OPEN OUTPUT FA-REL-FILE

           IF FA-CADASTRO-ABERTO
               CLOSE FA-ALUNOS-FILE
           END-IF
           IF FA-FREQ-ABERTA
               CLOSE FA-FREQ-FILE
           END-IF
           CLOSE FA-FEED-FILE
           CLOSE FA-REL-FILE

           IF FA-QTD-INCOMPLETOS > ZERO
                   OR FA-QTD-PEND-RECUP > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO e MN-FREQ-MINIMA (percentual minimo de
      * frequencia no ano, padrao 75). As demais chaves sao dos
      * outros programas.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT FA-PARM-FILE
                   IF FA-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO FA-REPROCESSO-SW
                   END-IF
               WHEN "MN-FREQ-MINIMA"
                   DISPLAY "SISPARM: " FA-PARM-REC(1:40)
                   IF FA-PARM-VALOR(1:3) IS NUMERIC
                           AND FA-PARM-VALOR(1:3) > "000"
                           AND FA-PARM-VALOR(1:3) NOT > "100"
                       MOVE FA-PARM-VALOR(1:3) TO FA-FREQ-MINIMA
                   ELSE
                       MOVE "S" TO FA-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               FA-PARM-REC(1:40)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE HIS-MEDIA TO FA-MEDIA-BIM(FA-IND-BIM)
               ADD 1 TO FA-QTD-BIMESTRES
               ADD HIS-MEDIA TO FA-SOMA-MEDIAS
               IF HIS-RESULTADO = "RECUPERACAO"
                   ADD 1 TO FA-QTD-PEND-RECUP
                   DISPLAY "BIMESTRE AINDA EM RECUPERACAO: "
                           HIS-MATRICULA " BIM " HIS-BIMESTRE
               END-IF
           END-IF

           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT.
      *----------------------------------------------------------
      * Fecha o aluno que terminou: com os quatro bimestres
      * presentes calcula a media anual, classifica o resultado
      * final e grava feed e relatorio - frequencia no ano
      * abaixo do minimo reprova como REPROV-FREQ, qualquer que
      * seja a media; com bimestre faltando sai
      * so no relatorio, como INCOMPLETO, para a coordenacao
      * apurar antes de reenviar o fechamento.
      *----------------------------------------------------------
       4000-FECHAR-ALUNO.
           ADD 1 TO FA-QTD-ALUNOS
           PERFORM 4200-APURAR-FREQUENCIA THRU 4200-EXIT

           IF FA-QTD-BIMESTRES = 4
               COMPUTE FA-MEDIA-ANUAL ROUNDED
                   = FA-SOMA-MEDIAS / 4
               IF FA-SOMA-DIAS > ZERO
                       AND FA-PERC-FREQ < FA-FREQ-MINIMA
                   MOVE "REPROV-FREQ" TO FA-RESULTADO
                   ADD 1 TO FA-QTD-REPROV-FREQ
               ELSE
                   IF FA-MEDIA-ANUAL >= 7
                       MOVE "APROVADO" TO FA-RESULTADO
                       ADD 1 TO FA-QTD-APROV
                   ELSE
                       IF FA-MEDIA-ANUAL >= 5
                           MOVE "RECUPERACAO" TO FA-RESULTADO
                           ADD 1 TO FA-QTD-RECUP
                       ELSE
                           MOVE "REPROVADO" TO FA-RESULTADO
                           ADD 1 TO FA-QTD-REPROV
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO FA-QTD-FECHADOS
           MOVE FA-MEDIA-BIM(4)    TO FA-REL-B4
           MOVE FA-MEDIA-ANUAL     TO FA-REL-ANUAL
           MOVE FA-RESULTADO       TO FA-REL-RESULTADO
           MOVE FA-PERC-FREQ       TO FA-REL-FREQ
           MOVE FA-LINHA-REL TO FA-REL-REC
           WRITE FA-REL-REC

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Soma dias e faltas dos quatro bimestres do aluno que esta
      * sendo fechado na frequencia acumulada e calcula o
      * percentual de presenca no ano. Sem MNFREQ ou sem chamada
      * lancada o percentual fica zerado (e a regra nao se aplica).
      *----------------------------------------------------------
       4200-APURAR-FREQUENCIA.
           MOVE ZERO TO FA-SOMA-DIAS
           MOVE ZERO TO FA-SOMA-FALTAS
           MOVE ZERO TO FA-PERC-FREQ
           IF NOT FA-FREQ-ABERTA
               GO TO 4200-EXIT
           END-IF

           MOVE 1 TO FA-IND-BIM
           PERFORM 4250-SOMAR-BIMESTRE THRU 4250-EXIT
               UNTIL FA-IND-BIM > 4

           IF FA-SOMA-DIAS > ZERO
               COMPUTE FA-PERC-FREQ ROUNDED
                   = (FA-SOMA-DIAS - FA-SOMA-FALTAS) * 100
                     / FA-SOMA-DIAS
           END-IF.

       4200-EXIT.
           EXIT.

       4250-SOMAR-BIMESTRE.
           MOVE FA-MATRICULA-ATUAL TO FRQ-MATRICULA
           MOVE FA-IND-BIM         TO FRQ-BIMESTRE
           READ FA-FREQ-FILE
               NOT INVALID KEY
                   ADD FRQ-DIAS   TO FA-SOMA-DIAS
                   ADD FRQ-FALTAS TO FA-SOMA-FALTAS
           END-READ
           ADD 1 TO FA-IND-BIM.

       4250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais do fechamento, no relatorio e no console.
      *----------------------------------------------------------
           STRING "REPROVADOS          : " FA-QTD-ED
               DELIMITED BY SIZE INTO FA-REL-REC
           WRITE FA-REL-REC
           DISPLAY FA-REL-REC(1:40)

           MOVE SPACES TO FA-REL-REC
           MOVE FA-QTD-PEND-RECUP TO FA-QTD-ED
           STRING "BIM. PEND. RECUPER. : " FA-QTD-ED
               DELIMITED BY SIZE INTO FA-REL-REC
           WRITE FA-REL-REC
           DISPLAY FA-REL-REC(1:40)

           MOVE SPACES TO FA-REL-REC
           MOVE FA-QTD-REPROV-FREQ TO FA-QTD-ED
           STRING "REPROV. FREQUENCIA  : " FA-QTD-ED
               DELIMITED BY SIZE INTO FA-REL-REC
           WRITE FA-REL-REC
           DISPLAY FA-REL-REC(1:40).

       5000-EXIT.
