       IDENTIFICATION DIVISION.
       PROGRAM-ID. CT-ALARMES.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para o relatorio de alarmes de
      *               sensor da manutencao predial: le o cadastro de
      *               alarmes (CTALARME, layout ALMREC, gravado pela
      *               CONVERSOR-TEMP no modo de estatistica por
      *               sensor), classifica por local, sensor, tipo e
      *               data de abertura e grava em CTALMREL, por
      *               local, cada alarme com abertura, ultima
      *               ocorrencia, situacao, escalada, dias,
      *               excursoes e o ultimo valor e limite violado,
      *               mais reconhecimento e fechamento quando
      *               houver. CT-ALM-LISTA em SISPARM escolhe os
      *               alarmes listados: A (padrao) so os ainda em
      *               aberto, T todos. Alarme escalado ainda em
      *               aberto termina o passo com RC 4 de aviso.
      * 2026-10-15 RO Alarme no registro de classificacao com o
      *               tamanho exato do ALMREC (198 posicoes).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AM-ALM-FILE ASSIGN TO "CTALARME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALM-CHAVE
               FILE STATUS IS AM-ALM-STATUS.

           SELECT AM-REL-FILE ASSIGN TO "CTALMREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AM-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-PARM-STATUS.

           SELECT AM-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  AM-ALM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALMREC.

       FD  AM-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AM-REL-REC             PIC X(80).

       FD  AM-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AM-PARM-REC            PIC X(80).

      *AM-SORT-ALARME leva o ALM-REC inteiro: mesmo tamanho do ALMREC
       SD  AM-SORT-FILE.
       01  AM-SORT-REC.
           05 AM-SORT-LOCAL        PIC X(30).
           05 AM-SORT-SENSOR       PIC 9(06).
           05 AM-SORT-TIPO         PIC X(01).
           05 AM-SORT-ABERTURA     PIC 9(08).
           05 AM-SORT-ALARME       PIC X(198).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

       01 AM-LINHA         PIC X(79) VALUE ALL "=".

      *Controle de fim do cadastro e da classificacao
       01 AM-EOF-ALM       PIC X(01) VALUE "N".
           88 AM-FIM-ALM           VALUE "S".
       01 AM-EOF-SORT      PIC X(01) VALUE "N".
           88 AM-FIM-SORT          VALUE "S".

      *Status dos arquivos
       01 AM-ALM-STATUS    PIC X(02).
           88 AM-ALM-OK            VALUE "00".
           88 AM-ALM-INEXISTENTE   VALUE "35".
       01 AM-PARM-STATUS   PIC X(02).
           88 AM-PARM-OK           VALUE "00".
           88 AM-PARM-INEXISTENTE  VALUE "35".

      *Parametros: alarmes listados (A = so em aberto, T = todos).
      *Sem SISPARM vale o prompt interativo.
       01 AM-PARM-PRESENTE-SW PIC X(01) VALUE "N".
           88 AM-PARM-PRESENTE     VALUE "S".
       01 AM-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 AM-PARM-FIM          VALUE "S".
       01 AM-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 AM-PARM-COM-ERRO     VALUE "S".
       01 AM-PARM-CHAVE    PIC X(16).
       01 AM-PARM-VALOR    PIC X(16).
       01 AM-LISTA         PIC X(01) VALUE "A".
           88 AM-LISTA-ABERTOS     VALUE "A".
           88 AM-LISTA-TODOS       VALUE "T".

      *Quebra de controle por local
       77 AM-LOCAL-ATUAL   PIC X(30) VALUE SPACES.
       77 AM-QTD-LOCAL     PIC 9(06) VALUE ZERO.

      *Totais do relatorio
       77 AM-QTD-LIDOS     PIC 9(06) VALUE ZERO.
       77 AM-QTD-LISTADOS  PIC 9(06) VALUE ZERO.
       77 AM-QTD-ABERTOS   PIC 9(06) VALUE ZERO.
       77 AM-QTD-RECONHEC  PIC 9(06) VALUE ZERO.
       77 AM-QTD-FECHADOS  PIC 9(06) VALUE ZERO.
       77 AM-QTD-ESCALADOS PIC 9(06) VALUE ZERO.
       77 AM-QTD-ED        PIC ZZZ,ZZ9.

      *Linhas do relatorio de alarmes
       01 AM-LINHA-TIT.
           05 FILLER           PIC X(35)
               VALUE "ALARMES DE SENSOR POR LOCAL - LISTA".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AM-TIT-LISTA     PIC X(09).

       01 AM-LINHA-COL.
           05 FILLER           PIC X(41)
               VALUE "  SENSOR TIPO     ABERTURA ULTIMA   S ESC".
           05 FILLER           PIC X(38)
               VALUE " DIAS  EXCUR  ULT.VALOR LIM     LIMITE".

       01 AM-LINHA-LOCAL.
           05 FILLER           PIC X(07) VALUE "LOCAL: ".
           05 AM-LOC-NOME      PIC X(30).

       01 AM-LINHA-DET.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AM-DET-SENSOR    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-TIPO      PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-ABERTURA  PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-ULTIMA    PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-SITUACAO  PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-ESCALADO  PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-DIAS      PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-EXCUR     PIC ZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-VALOR     PIC -ZZZZZ9.9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-LIM-TIPO  PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AM-DET-LIMITE    PIC -ZZZZZ9.9.

       01 AM-LINHA-MANUT.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE "RECON. ".
           05 AM-MAN-RECONHEC  PIC 9(08).
           05 FILLER           PIC X(09) VALUE "  FECH.  ".
           05 AM-MAN-FECHAMENTO PIC 9(08).
           05 FILLER           PIC X(06) VALUE "  POR ".
           05 AM-MAN-RESPONSAVEL PIC X(20).

       01 AM-LINHA-OBS.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(05) VALUE "OBS: ".
           05 AM-OBS-TEXTO     PIC X(40).

       01 AM-LINHA-TOT-LOCAL.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "ALARMES NO LOCAL  : ".
           05 AM-TOT-LOC-QTD   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF AM-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT AM-PARM-PRESENTE
               DISPLAY "Listar (A=em aberto, T=todos, ENTER=A): "
                   WITH NO ADVANCING
               ACCEPT AM-LISTA
               IF AM-LISTA = SPACE
                   MOVE "A" TO AM-LISTA
               END-IF
           END-IF

           IF NOT AM-LISTA-ABERTOS AND NOT AM-LISTA-TODOS
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO AM-EOF-ALM
           OPEN INPUT AM-ALM-FILE
           IF NOT AM-ALM-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "CTALARME AUSENTE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT AM-REL-FILE

           IF AM-LISTA-TODOS
               MOVE "TODOS"     TO AM-TIT-LISTA
           ELSE
               MOVE "EM ABERTO" TO AM-TIT-LISTA
           END-IF
           MOVE AM-LINHA-TIT TO AM-REL-REC
           WRITE AM-REL-REC
           MOVE AM-LINHA TO AM-REL-REC
           WRITE AM-REL-REC
           MOVE AM-LINHA-COL TO AM-REL-REC
           WRITE AM-REL-REC
           MOVE AM-LINHA TO AM-REL-REC
           WRITE AM-REL-REC

           SORT AM-SORT-FILE
               ON ASCENDING KEY AM-SORT-LOCAL
                                AM-SORT-SENSOR
                                AM-SORT-TIPO
                                AM-SORT-ABERTURA
               INPUT PROCEDURE IS 2000-SELECIONAR-ALARMES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-LISTAR-ALARMES
                   THRU 3000-EXIT

           CLOSE AM-ALM-FILE
           CLOSE AM-REL-FILE

           IF AM-QTD-ESCALADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM a chave deste passo: CT-ALM-LISTA (A ou T).
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT AM-PARM-FILE
           IF AM-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "S" TO AM-PARM-PRESENTE-SW
           MOVE "N" TO AM-PARM-EOF-SW
           READ AM-PARM-FILE
               AT END
                   MOVE "S" TO AM-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL AM-PARM-FIM

           CLOSE AM-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF AM-PARM-REC(1:1) = "*" OR AM-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO AM-PARM-CHAVE
           MOVE SPACES TO AM-PARM-VALOR
           UNSTRING AM-PARM-REC DELIMITED BY "="
               INTO AM-PARM-CHAVE AM-PARM-VALOR
           END-UNSTRING

           EVALUATE AM-PARM-CHAVE
               WHEN "CT-ALM-LISTA"
                   DISPLAY "SISPARM: " AM-PARM-REC(1:40)
                   IF AM-PARM-VALOR(1:1) = "A"
                           OR AM-PARM-VALOR(1:1) = "T"
                       MOVE AM-PARM-VALOR(1:1) TO AM-LISTA
                   ELSE
                       MOVE "S" TO AM-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               AM-PARM-REC(1:40)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ AM-PARM-FILE
               AT END
                   MOVE "S" TO AM-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de entrada da classificacao: le o cadastro de
      * alarmes, seleciona conforme CT-ALM-LISTA e libera com
      * local, sensor, tipo e abertura como chave.
      *----------------------------------------------------------
       2000-SELECIONAR-ALARMES.
           PERFORM 2100-LER-ALARME THRU 2100-EXIT

           PERFORM 2200-LIBERAR-ALARME THRU 2200-EXIT
               UNTIL AM-FIM-ALM.

       2000-EXIT.
           EXIT.

       2100-LER-ALARME.
           READ AM-ALM-FILE
               AT END
                   MOVE "S" TO AM-EOF-ALM
           END-READ.

       2100-EXIT.
           EXIT.

       2200-LIBERAR-ALARME.
           ADD 1 TO AM-QTD-LIDOS
           IF AM-LISTA-TODOS OR ALM-EM-ABERTO
               MOVE ALM-LOCAL         TO AM-SORT-LOCAL
               MOVE ALM-SENSOR        TO AM-SORT-SENSOR
               MOVE ALM-TIPO          TO AM-SORT-TIPO
               MOVE ALM-DATA-ABERTURA TO AM-SORT-ABERTURA
               MOVE ALM-REC           TO AM-SORT-ALARME
               RELEASE AM-SORT-REC
           END-IF

           PERFORM 2100-LER-ALARME THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de saida da classificacao: lista os alarmes
      * ja ordenados, com cabecalho e total a cada troca de local.
      *----------------------------------------------------------
       3000-LISTAR-ALARMES.
           MOVE "N" TO AM-EOF-SORT
           PERFORM 3100-RETORNAR-ALARME THRU 3100-EXIT

           PERFORM 3200-LISTAR-ALARME THRU 3200-EXIT
               UNTIL AM-FIM-SORT

           IF AM-QTD-LOCAL > ZERO
               PERFORM 3300-GRAVAR-QUEBRA-LOCAL THRU 3300-EXIT
           END-IF

           PERFORM 3400-GRAVAR-TOTAIS THRU 3400-EXIT.

       3000-EXIT.
           EXIT.

       3100-RETORNAR-ALARME.
           RETURN AM-SORT-FILE
               AT END
                   MOVE "S" TO AM-EOF-SORT
           END-RETURN.

       3100-EXIT.
           EXIT.

       3200-LISTAR-ALARME.
           IF AM-QTD-LOCAL > ZERO
                   AND AM-SORT-LOCAL NOT = AM-LOCAL-ATUAL
               PERFORM 3300-GRAVAR-QUEBRA-LOCAL THRU 3300-EXIT
           END-IF

           IF AM-QTD-LOCAL = ZERO
               MOVE AM-SORT-LOCAL TO AM-LOCAL-ATUAL
               MOVE AM-SORT-LOCAL TO AM-LOC-NOME
               MOVE AM-LINHA-LOCAL TO AM-REL-REC
               WRITE AM-REL-REC
           END-IF

           MOVE AM-SORT-ALARME TO ALM-REC
           ADD 1 TO AM-QTD-LOCAL
           ADD 1 TO AM-QTD-LISTADOS
           EVALUATE TRUE
               WHEN ALM-ABERTO
                   ADD 1 TO AM-QTD-ABERTOS
               WHEN ALM-RECONHECIDO
                   ADD 1 TO AM-QTD-RECONHEC
               WHEN OTHER
                   ADD 1 TO AM-QTD-FECHADOS
           END-EVALUATE
           IF ALM-FOI-ESCALADO AND ALM-EM-ABERTO
               ADD 1 TO AM-QTD-ESCALADOS
           END-IF

           MOVE ALM-SENSOR        TO AM-DET-SENSOR
           IF ALM-TIPO-EXCURSAO
               MOVE "EXCURSAO" TO AM-DET-TIPO
           ELSE
               MOVE "SEM LEIT" TO AM-DET-TIPO
           END-IF
           MOVE ALM-DATA-ABERTURA TO AM-DET-ABERTURA
           MOVE ALM-DATA-ULTIMA   TO AM-DET-ULTIMA
           MOVE ALM-SITUACAO      TO AM-DET-SITUACAO
           IF ALM-FOI-ESCALADO
               MOVE "ESC" TO AM-DET-ESCALADO
           ELSE
               MOVE SPACES TO AM-DET-ESCALADO
           END-IF
           MOVE ALM-QTD-DIAS      TO AM-DET-DIAS
           MOVE ALM-QTD-EXCURSOES TO AM-DET-EXCUR
           MOVE ALM-ULT-VALOR     TO AM-DET-VALOR
           MOVE ALM-ULT-LIMITE-TIPO TO AM-DET-LIM-TIPO
           MOVE ALM-ULT-LIMITE    TO AM-DET-LIMITE
           MOVE AM-LINHA-DET TO AM-REL-REC
           WRITE AM-REL-REC

           IF ALM-DATA-RECONHEC > ZERO
               MOVE ALM-DATA-RECONHEC   TO AM-MAN-RECONHEC
               MOVE ALM-DATA-FECHAMENTO TO AM-MAN-FECHAMENTO
               MOVE ALM-RESPONSAVEL     TO AM-MAN-RESPONSAVEL
               MOVE AM-LINHA-MANUT TO AM-REL-REC
               WRITE AM-REL-REC
           END-IF
           IF ALM-OBSERVACAO NOT = SPACES
               MOVE ALM-OBSERVACAO TO AM-OBS-TEXTO
               MOVE AM-LINHA-OBS TO AM-REL-REC
               WRITE AM-REL-REC
           END-IF

           PERFORM 3100-RETORNAR-ALARME THRU 3100-EXIT.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Total do local que terminou e linha em branco antes do
      * proximo.
      *----------------------------------------------------------
       3300-GRAVAR-QUEBRA-LOCAL.
           MOVE AM-QTD-LOCAL TO AM-TOT-LOC-QTD
           MOVE AM-LINHA-TOT-LOCAL TO AM-REL-REC
           WRITE AM-REL-REC

           MOVE SPACES TO AM-REL-REC
           WRITE AM-REL-REC

           MOVE ZERO TO AM-QTD-LOCAL.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais do relatorio, no arquivo e no console.
      *----------------------------------------------------------
       3400-GRAVAR-TOTAIS.
           MOVE AM-LINHA TO AM-REL-REC
           WRITE AM-REL-REC

           MOVE SPACES TO AM-REL-REC
           MOVE AM-QTD-LISTADOS TO AM-QTD-ED
           STRING "ALARMES LISTADOS     : " AM-QTD-ED
               DELIMITED BY SIZE INTO AM-REL-REC
           WRITE AM-REL-REC
           DISPLAY AM-REL-REC(1:40)

           MOVE SPACES TO AM-REL-REC
           MOVE AM-QTD-ABERTOS TO AM-QTD-ED
           STRING "ABERTOS              : " AM-QTD-ED
               DELIMITED BY SIZE INTO AM-REL-REC
           WRITE AM-REL-REC
           DISPLAY AM-REL-REC(1:40)

           MOVE SPACES TO AM-REL-REC
           MOVE AM-QTD-RECONHEC TO AM-QTD-ED
           STRING "RECONHECIDOS         : " AM-QTD-ED
               DELIMITED BY SIZE INTO AM-REL-REC
           WRITE AM-REL-REC
           DISPLAY AM-REL-REC(1:40)

           MOVE SPACES TO AM-REL-REC
           MOVE AM-QTD-FECHADOS TO AM-QTD-ED
           STRING "FECHADOS             : " AM-QTD-ED
               DELIMITED BY SIZE INTO AM-REL-REC
           WRITE AM-REL-REC
           DISPLAY AM-REL-REC(1:40)

           MOVE SPACES TO AM-REL-REC
           MOVE AM-QTD-ESCALADOS TO AM-QTD-ED
           STRING "ESCALADOS EM ABERTO  : " AM-QTD-ED
               DELIMITED BY SIZE INTO AM-REL-REC
           WRITE AM-REL-REC
           DISPLAY AM-REL-REC(1:40)

           MOVE AM-QTD-LIDOS TO AM-QTD-ED
           DISPLAY "ALARMES LIDOS DO CADASTRO : " AM-QTD-ED.

       3400-EXIT.
           EXIT.
