       IDENTIFICATION DIVISION.
       PROGRAM-ID. CT-GRAUS-DIA.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para o relatorio mensal de
      *               graus-dia e conforto da manutencao predial,
      *               usado no orcamento de ar-condicionado e
      *               aquecimento (antes estimado a partir do
      *               CTTENREL): le o historico diario por sensor
      *               (CTHIST, layout CTHREC) do mes pedido (CT-MES)
      *               e do mesmo mes do ano anterior, leva cada media
      *               diaria a Celsius (CTH-ESCALA; nas linhas
      *               antigas, CT-GD-ESCALA-ANT) e calcula os
      *               graus-dia de aquecimento e de resfriamento
      *               contra as bases configuradas
      *               (CT-GD-BASE-AQUEC e CT-GD-BASE-RESFR, decimos
      *               de grau Celsius) e os dias letivos (SISCAL) com
      *               media fora da faixa de conforto (CT-CONFORTO-
      *               MIN a CT-CONFORTO-MAX). Grava em CTGDREL, por
      *               local do sensor (SENM-LOCAL), cada sensor, o
      *               total do local (sobre a media diaria do local)
      *               e o total do predio (soma dos locais), cada um
      *               com o ano anterior e a variacao quando ha
      *               historico. Linha sem escala conhecida fica fora
      *               e termina o passo com RC 4 de aviso.
      * 2026-10-15 RO Mes pedido (AAAAMM) com o mes fora de 01 a
      *               12 e recusado com ERRO 10.
      * 2026-10-15 RO Linha antiga do CTHIST (CTH-ESCALA em branco)
      *               deixa de usar a escala do sensor no CTSENMST:
      *               a CONVERSOR-TEMP sempre gravou a media na
      *               escala de destino da conversao. A escala
      *               dessas linhas vem de CT-GD-ESCALA-ANT (1 = C,
      *               2 = F, 3 = K); sem a chave elas contam como
      *               sem escala (fora, RC 4). SISCAL aberto
      *               controlado por GD-CAL-SW.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GD-HIST-FILE ASSIGN TO "CTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-HIST-STATUS.

           SELECT GD-SENMST-FILE ASSIGN TO "CTSENMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SENM-NUMERO
               FILE STATUS IS GD-SENMST-STATUS.

           SELECT GD-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATA
               FILE STATUS IS GD-CAL-STATUS.

           SELECT GD-REL-FILE ASSIGN TO "CTGDREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GD-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-PARM-STATUS.

           SELECT GD-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  GD-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  GD-HIST-REC            PIC X(80).

       FD  GD-SENMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SENREC.

       FD  GD-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  GD-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GD-REL-REC             PIC X(80).

       FD  GD-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  GD-PARM-REC            PIC X(80).

       SD  GD-SORT-FILE.
       01  GD-SORT-REC.
           05 GD-SORT-LOCAL        PIC X(30).
           05 GD-SORT-DATA         PIC 9(08).
           05 GD-SORT-SENSOR       PIC 9(06).
           05 GD-SORT-SEQ          PIC 9(08).
           05 GD-SORT-PERIODO      PIC 9(01).
           05 GD-SORT-MEDIA   PIC S9(5)V99 SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do historico diario por sensor, gravada pela
      *CONVERSOR-TEMP
           COPY CTHREC.

       01 GD-LINHA         PIC X(70) VALUE ALL "=".

      *Controle de fim do historico e da classificacao
       01 GD-EOF-HIST      PIC X(01) VALUE "N".
           88 GD-FIM-HIST          VALUE "S".
       01 GD-EOF-SORT      PIC X(01) VALUE "N".
           88 GD-FIM-SORT          VALUE "S".
       01 GD-CAL-SW        PIC X(01) VALUE "N".
           88 GD-CAL-ABERTO        VALUE "S".

      *Status dos arquivos
       01 GD-HIST-STATUS   PIC X(02).
           88 GD-HIST-OK           VALUE "00".
           88 GD-HIST-INEXISTENTE  VALUE "35".
       01 GD-SENMST-STATUS PIC X(02).
           88 GD-SENMST-OK         VALUE "00".
           88 GD-SENMST-INEXISTENTE VALUE "35".
       01 GD-CAL-STATUS    PIC X(02).
           88 GD-CAL-OK            VALUE "00".
           88 GD-CAL-INEXISTENTE   VALUE "35".
       01 GD-PARM-STATUS   PIC X(02).
           88 GD-PARM-OK           VALUE "00".
           88 GD-PARM-INEXISTENTE  VALUE "35".

      *Parametros: mes do relatorio (AAAAMM), bases dos graus-dia
      *e faixa de conforto em decimos de grau Celsius (padrao 18,0
      *aquecimento, 24,0 resfriamento, conforto de 20,0 a 26,0) e
      *escala das linhas antigas do CTHIST, gravadas sem CTH-ESCALA
      *(1 = C, 2 = F, 3 = K; zero = essas linhas ficam fora).
      *Sem SISPARM valem os prompts interativos.
       01 GD-PARM-PRESENTE-SW PIC X(01) VALUE "N".
           88 GD-PARM-PRESENTE     VALUE "S".
       01 GD-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 GD-PARM-FIM          VALUE "S".
       01 GD-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 GD-PARM-COM-ERRO     VALUE "S".
       01 GD-PARM-CHAVE    PIC X(16).
       01 GD-PARM-VALOR    PIC X(16).
       77 GD-MES           PIC 9(06) VALUE ZERO.
       77 GD-MES-ANT       PIC 9(06) VALUE ZERO.
       77 GD-AQUEC-DECIMOS PIC 9(04) VALUE 180.
       77 GD-RESFR-DECIMOS PIC 9(04) VALUE 240.
       77 GD-CONFMIN-DECIMOS PIC 9(04) VALUE 200.
       77 GD-CONFMAX-DECIMOS PIC 9(04) VALUE 260.
       77 GD-ESCALA-ANT    PIC 9(01) VALUE ZERO.
       77 GD-BASE-AQUEC    PIC S9(3)V9 VALUE ZERO.
       77 GD-BASE-RESFR    PIC S9(3)V9 VALUE ZERO.
       77 GD-CONF-MIN      PIC S9(3)V9 VALUE ZERO.
       77 GD-CONF-MAX      PIC S9(3)V9 VALUE ZERO.

      *Escala da linha do historico e media levada a Celsius
       77 GD-ESCALA        PIC 9(01) VALUE ZERO.
       77 GD-SEQ           PIC 9(08) VALUE ZERO.

      *Quebras de controle por local e por data
       01 GD-PRIMEIRA-SW   PIC X(01) VALUE "S".
           88 GD-PRIMEIRA          VALUE "S".
       77 GD-LOCAL-ATUAL   PIC X(30) VALUE SPACES.
       77 GD-DATA-ATUAL    PIC 9(08) VALUE ZERO.
       77 GD-SENSOR-ANT    PIC 9(06) VALUE ZERO.
       77 GD-IP-DIA        PIC 9(01) COMP VALUE 1.
       01 GD-DIA-LETIVO-SW PIC X(01) VALUE "N".
           88 GD-DIA-LETIVO        VALUE "S".
       77 GD-DIA-SOMA      PIC S9(9)V99 VALUE ZERO.
       77 GD-DIA-QTD       PIC 9(04) VALUE ZERO.

      *Calculo de um dia: media em Celsius, graus-dia e conforto
       77 GD-MEDIA-CALC    PIC S9(5)V99 VALUE ZERO.
       77 GD-AQ-DIA        PIC 9(5)V99 VALUE ZERO.
       77 GD-RF-DIA        PIC 9(5)V99 VALUE ZERO.
       01 GD-FORA-SW       PIC X(01) VALUE "N".
           88 GD-FORA-CONFORTO     VALUE "S".

      *Sensores do local corrente, em ordem de numero; cada um com
      *os acumulados do mes (1) e do mesmo mes do ano anterior (2)
       77 GD-MAX-SENSORES  PIC 9(03) COMP VALUE 200.
       77 GD-QTD-TAB       PIC 9(03) COMP VALUE ZERO.
       77 GD-IND           PIC 9(03) COMP VALUE ZERO.
       77 GD-IND-POS       PIC 9(03) COMP VALUE ZERO.
       77 GD-IND-DESL      PIC 9(03) COMP VALUE ZERO.
       77 GD-IP            PIC 9(01) COMP VALUE ZERO.
       01 GD-POS-ACHADA-SW PIC X(01) VALUE "N".
           88 GD-POS-ACHADA        VALUE "S".
       01 GD-TAB-SENSORES.
           05 GD-T-ENT OCCURS 200 TIMES.
               10 GD-T-SENSOR      PIC 9(06).
               10 GD-T-BLOCO.
                   15 GD-T-PER OCCURS 2 TIMES.
                       20 GD-T-DIAS    PIC 9(04).
                       20 GD-T-AQ      PIC 9(7)V99.
                       20 GD-T-RF      PIC 9(7)V99.
                       20 GD-T-LET     PIC 9(04).
                       20 GD-T-FORA    PIC 9(04).

      *Acumulados do local (media diaria do local) e do predio
      *(soma dos locais), no mesmo formato do bloco do sensor
       01 GD-LOC.
           05 GD-LOC-PER OCCURS 2 TIMES.
               10 GD-LOC-DIAS      PIC 9(04).
               10 GD-LOC-AQ        PIC 9(7)V99.
               10 GD-LOC-RF        PIC 9(7)V99.
               10 GD-LOC-LET       PIC 9(04).
               10 GD-LOC-FORA      PIC 9(04).
       01 GD-PRD.
           05 GD-PRD-PER OCCURS 2 TIMES.
               10 GD-PRD-DIAS      PIC 9(04).
               10 GD-PRD-AQ        PIC 9(7)V99.
               10 GD-PRD-RF        PIC 9(7)V99.
               10 GD-PRD-LET       PIC 9(04).
               10 GD-PRD-FORA      PIC 9(04).
       01 GD-CMP.
           05 GD-CMP-PER OCCURS 2 TIMES.
               10 GD-CMP-DIAS      PIC 9(04).
               10 GD-CMP-AQ        PIC 9(7)V99.
               10 GD-CMP-RF        PIC 9(7)V99.
               10 GD-CMP-LET       PIC 9(04).
               10 GD-CMP-FORA      PIC 9(04).
       01 GD-BLOCO-ZERO.
           05 GD-ZERO-PER OCCURS 2 TIMES.
               10 FILLER           PIC 9(04) VALUE ZERO.
               10 FILLER           PIC 9(7)V99 VALUE ZERO.
               10 FILLER           PIC 9(7)V99 VALUE ZERO.
               10 FILLER           PIC 9(04) VALUE ZERO.
               10 FILLER           PIC 9(04) VALUE ZERO.
       77 GD-CMP-ID        PIC X(08) VALUE SPACES.

      *Totais do relatorio
       77 GD-QTD-LOCAIS    PIC 9(06) VALUE ZERO.
       77 GD-QTD-SENSORES  PIC 9(06) VALUE ZERO.
       77 GD-QTD-LIDAS     PIC 9(06) VALUE ZERO.
       77 GD-QTD-MES       PIC 9(06) VALUE ZERO.
       77 GD-QTD-ANT       PIC 9(06) VALUE ZERO.
       77 GD-QTD-SEM-ESCALA PIC 9(06) VALUE ZERO.
       77 GD-QTD-REPETIDAS PIC 9(06) VALUE ZERO.
       77 GD-QTD-TRANSBORDO PIC 9(06) VALUE ZERO.
       77 GD-QTD-ED        PIC ZZZ,ZZ9.

      *Linhas do relatorio de graus-dia
       01 GD-LINHA-TIT.
           05 FILLER           PIC X(38)
               VALUE "GRAUS-DIA E CONFORTO POR LOCAL - MES ".
           05 GD-TIT-MES       PIC 9(06).
           05 FILLER           PIC X(14) VALUE "  ANO ANTERIOR".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 GD-TIT-MES-ANT   PIC 9(06).

       01 GD-LINHA-BASES.
           05 FILLER           PIC X(12) VALUE "BASES (C):  ".
           05 FILLER           PIC X(06) VALUE "AQUEC ".
           05 GD-BAS-AQ        PIC ZZ9.9.
           05 FILLER           PIC X(08) VALUE "  RESFR ".
           05 GD-BAS-RF        PIC ZZ9.9.
           05 FILLER           PIC X(11) VALUE "  CONFORTO ".
           05 GD-BAS-MIN       PIC ZZ9.9.
           05 FILLER           PIC X(03) VALUE " A ".
           05 GD-BAS-MAX       PIC ZZ9.9.

       01 GD-LINHA-COL.
           05 FILLER           PIC X(36)
               VALUE "  SENSOR  PERIODO   DIAS   GD-AQUEC ".
           05 FILLER           PIC X(24)
               VALUE "  GD-RESFR  LETIV   FORA".

       01 GD-LINHA-LOCAL.
           05 FILLER           PIC X(07) VALUE "LOCAL: ".
           05 GD-LOC-NOME      PIC X(30).

       01 GD-LINHA-DET.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 GD-DET-ID        PIC X(08).
           05 GD-DET-ROTULO    PIC X(09).
           05 GD-DET-DIAS      PIC -ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 GD-DET-AQ        PIC -ZZZZZ9.9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 GD-DET-RF        PIC -ZZZZZ9.9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 GD-DET-LET       PIC -ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 GD-DET-FORA      PIC -ZZZ9.

       01 GD-LINHA-SEM-HIST.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(40)
               VALUE "ANO ANT. SEM HISTORICO NO MESMO MES".

       01 GD-LINHA-PREDIO.
           05 FILLER           PIC X(40)
               VALUE "TOTAL DO PREDIO (SOMA DOS LOCAIS)".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF GD-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT GD-PARM-PRESENTE
               DISPLAY "Mes do relatorio (AAAAMM): " WITH NO ADVANCING
               ACCEPT GD-MES
               DISPLAY "Base aquecimento (decimos C, ENTER=180): "
                   WITH NO ADVANCING
               ACCEPT GD-AQUEC-DECIMOS
               IF GD-AQUEC-DECIMOS = ZERO
                   MOVE 180 TO GD-AQUEC-DECIMOS
               END-IF
               DISPLAY "Base resfriamento (decimos C, ENTER=240): "
                   WITH NO ADVANCING
               ACCEPT GD-RESFR-DECIMOS
               IF GD-RESFR-DECIMOS = ZERO
                   MOVE 240 TO GD-RESFR-DECIMOS
               END-IF
               DISPLAY "Escala das linhas antigas (1=C 2=F 3=K, "
                       "ENTER=nenhuma): " WITH NO ADVANCING
               ACCEPT GD-ESCALA-ANT
           END-IF

           IF GD-MES = ZERO
                   OR GD-MES(5:2) < "01" OR GD-MES(5:2) > "12"
                   OR GD-ESCALA-ANT > 3
                   OR GD-CONFMIN-DECIMOS NOT < GD-CONFMAX-DECIMOS
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE GD-MES-ANT    = GD-MES - 100
           COMPUTE GD-BASE-AQUEC = GD-AQUEC-DECIMOS / 10
           COMPUTE GD-BASE-RESFR = GD-RESFR-DECIMOS / 10
           COMPUTE GD-CONF-MIN   = GD-CONFMIN-DECIMOS / 10
           COMPUTE GD-CONF-MAX   = GD-CONFMAX-DECIMOS / 10

           MOVE "N" TO GD-EOF-HIST
           OPEN INPUT GD-HIST-FILE
           IF GD-HIST-INEXISTENTE
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GD-SENMST-FILE
           IF NOT GD-SENMST-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "CTSENMST AUSENTE"
               CLOSE GD-HIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT GD-CAL-FILE
           IF GD-CAL-OK
               MOVE "S" TO GD-CAL-SW
           ELSE
               DISPLAY "SISCAL AUSENTE - CONFORTO CONTADO EM TODOS "
                       "OS DIAS"
           END-IF

           OPEN OUTPUT GD-REL-FILE

           MOVE GD-MES        TO GD-TIT-MES
           MOVE GD-MES-ANT    TO GD-TIT-MES-ANT
           MOVE GD-LINHA-TIT TO GD-REL-REC
           WRITE GD-REL-REC
           MOVE GD-BASE-AQUEC TO GD-BAS-AQ
           MOVE GD-BASE-RESFR TO GD-BAS-RF
           MOVE GD-CONF-MIN   TO GD-BAS-MIN
           MOVE GD-CONF-MAX   TO GD-BAS-MAX
           MOVE GD-LINHA-BASES TO GD-REL-REC
           WRITE GD-REL-REC
           MOVE GD-LINHA TO GD-REL-REC
           WRITE GD-REL-REC
           MOVE GD-LINHA-COL TO GD-REL-REC
           WRITE GD-REL-REC
           MOVE GD-LINHA TO GD-REL-REC
           WRITE GD-REL-REC

           MOVE GD-BLOCO-ZERO TO GD-PRD

           SORT GD-SORT-FILE
               ON ASCENDING KEY GD-SORT-LOCAL
                                GD-SORT-DATA
                                GD-SORT-SENSOR
               ON DESCENDING KEY GD-SORT-SEQ
               INPUT PROCEDURE IS 2000-SELECIONAR-LINHAS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-TOTALIZAR-LOCAIS
                   THRU 3000-EXIT

           CLOSE GD-HIST-FILE
           CLOSE GD-SENMST-FILE
           IF GD-CAL-ABERTO
               CLOSE GD-CAL-FILE
               MOVE "N" TO GD-CAL-SW
           END-IF
           CLOSE GD-REL-FILE

           IF GD-QTD-SEM-ESCALA > ZERO OR GD-QTD-TRANSBORDO > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: CT-MES (AAAAMM) e as
      * bases e a faixa de conforto em decimos de grau Celsius.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT GD-PARM-FILE
           IF GD-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "S" TO GD-PARM-PRESENTE-SW
           MOVE "N" TO GD-PARM-EOF-SW
           READ GD-PARM-FILE
               AT END
                   MOVE "S" TO GD-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL GD-PARM-FIM

           CLOSE GD-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF GD-PARM-REC(1:1) = "*" OR GD-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO GD-PARM-CHAVE
           MOVE SPACES TO GD-PARM-VALOR
           UNSTRING GD-PARM-REC DELIMITED BY "="
               INTO GD-PARM-CHAVE GD-PARM-VALOR
           END-UNSTRING

           EVALUATE GD-PARM-CHAVE
               WHEN "CT-MES"
                   DISPLAY "SISPARM: " GD-PARM-REC(1:40)
                   IF GD-PARM-VALOR(1:6) IS NUMERIC
                       MOVE GD-PARM-VALOR(1:6) TO GD-MES
                   ELSE
                       PERFORM 1190-VALOR-INVALIDO THRU 1190-EXIT
                   END-IF
               WHEN "CT-GD-BASE-AQUEC"
                   DISPLAY "SISPARM: " GD-PARM-REC(1:40)
                   IF GD-PARM-VALOR(1:4) IS NUMERIC
                       MOVE GD-PARM-VALOR(1:4) TO GD-AQUEC-DECIMOS
                   ELSE
                       PERFORM 1190-VALOR-INVALIDO THRU 1190-EXIT
                   END-IF
               WHEN "CT-GD-BASE-RESFR"
                   DISPLAY "SISPARM: " GD-PARM-REC(1:40)
                   IF GD-PARM-VALOR(1:4) IS NUMERIC
                       MOVE GD-PARM-VALOR(1:4) TO GD-RESFR-DECIMOS
                   ELSE
                       PERFORM 1190-VALOR-INVALIDO THRU 1190-EXIT
                   END-IF
               WHEN "CT-CONFORTO-MIN"
                   DISPLAY "SISPARM: " GD-PARM-REC(1:40)
                   IF GD-PARM-VALOR(1:4) IS NUMERIC
                       MOVE GD-PARM-VALOR(1:4) TO GD-CONFMIN-DECIMOS
                   ELSE
                       PERFORM 1190-VALOR-INVALIDO THRU 1190-EXIT
                   END-IF
               WHEN "CT-CONFORTO-MAX"
                   DISPLAY "SISPARM: " GD-PARM-REC(1:40)
                   IF GD-PARM-VALOR(1:4) IS NUMERIC
                       MOVE GD-PARM-VALOR(1:4) TO GD-CONFMAX-DECIMOS
                   ELSE
                       PERFORM 1190-VALOR-INVALIDO THRU 1190-EXIT
                   END-IF
               WHEN "CT-GD-ESCALA-ANT"
                   DISPLAY "SISPARM: " GD-PARM-REC(1:40)
                   IF GD-PARM-VALOR(1:1) IS NUMERIC
                           AND GD-PARM-VALOR(1:1) > "0"
                           AND GD-PARM-VALOR(1:1) < "4"
                       MOVE GD-PARM-VALOR(1:1) TO GD-ESCALA-ANT
                   ELSE
                       PERFORM 1190-VALOR-INVALIDO THRU 1190-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ GD-PARM-FILE
               AT END
                   MOVE "S" TO GD-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

       1190-VALOR-INVALIDO.
           MOVE "S" TO GD-PARM-ERRO-SW
           DISPLAY "SISPARM: VALOR INVALIDO EM " GD-PARM-REC(1:40).

       1190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de entrada da classificacao: le CTHIST,
      * seleciona as linhas do mes pedido e do mesmo mes do ano
      * anterior, acha o local e a escala do sensor e libera a
      * media ja em Celsius com local, data e sensor como chave.
      *----------------------------------------------------------
       2000-SELECIONAR-LINHAS.
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT

           PERFORM 2200-LIBERAR-LINHA THRU 2200-EXIT
               UNTIL GD-FIM-HIST.

       2000-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ GD-HIST-FILE
               AT END
                   MOVE "S" TO GD-EOF-HIST
           END-READ.

       2100-EXIT.
           EXIT.

       2200-LIBERAR-LINHA.
           MOVE GD-HIST-REC TO CTH-LINHA
           ADD 1 TO GD-QTD-LIDAS
           ADD 1 TO GD-SEQ
           IF CTH-DATA-MOV IS NOT NUMERIC
               GO TO 2200-LER
           END-IF

           EVALUATE CTH-DATA-MOV(1:6)
               WHEN GD-MES
                   MOVE 1 TO GD-SORT-PERIODO
               WHEN GD-MES-ANT
                   MOVE 2 TO GD-SORT-PERIODO
               WHEN OTHER
                   GO TO 2200-LER
           END-EVALUATE

      *    Dia sem nenhuma leitura valida nao tem media
           IF CTH-QTD IS NOT NUMERIC OR CTH-QTD = ZERO
               GO TO 2200-LER
           END-IF

           MOVE CTH-SENSOR TO SENM-NUMERO
           READ GD-SENMST-FILE
               INVALID KEY
                   MOVE "SENSOR SEM CADASTRO" TO GD-SORT-LOCAL
               NOT INVALID KEY
                   MOVE SENM-LOCAL  TO GD-SORT-LOCAL
           END-READ

      *    Linha antiga, sem CTH-ESCALA: a media esta na escala de
      *    destino da conversao daquele dia, informada em
      *    CT-GD-ESCALA-ANT (sem ela, zero = sem escala)
           MOVE ZERO TO GD-ESCALA
           EVALUATE TRUE
               WHEN CTH-ESCALA-CELSIUS
                   MOVE 1 TO GD-ESCALA
               WHEN CTH-ESCALA-FAHRENHEIT
                   MOVE 2 TO GD-ESCALA
               WHEN CTH-ESCALA-KELVIN
                   MOVE 3 TO GD-ESCALA
               WHEN CTH-ESCALA-AUSENTE
                   MOVE GD-ESCALA-ANT TO GD-ESCALA
               WHEN OTHER
                   MOVE ZERO TO GD-ESCALA
           END-EVALUATE

           EVALUATE GD-ESCALA
               WHEN 1
                   MOVE CTH-MEDIA TO GD-SORT-MEDIA
               WHEN 2
                   COMPUTE GD-SORT-MEDIA ROUNDED
                       = (CTH-MEDIA - 32) * 5 / 9
               WHEN 3
                   COMPUTE GD-SORT-MEDIA = CTH-MEDIA - 273.15
               WHEN OTHER
                   ADD 1 TO GD-QTD-SEM-ESCALA
                   DISPLAY "LINHA SEM ESCALA CONHECIDA - SENSOR "
                           CTH-SENSOR " DATA " CTH-DATA-MOV
                   GO TO 2200-LER
           END-EVALUATE

           IF GD-SORT-PERIODO = 1
               ADD 1 TO GD-QTD-MES
           ELSE
               ADD 1 TO GD-QTD-ANT
           END-IF
           MOVE CTH-DATA-MOV TO GD-SORT-DATA
           MOVE CTH-SENSOR   TO GD-SORT-SENSOR
           MOVE GD-SEQ       TO GD-SORT-SEQ
           RELEASE GD-SORT-REC.

       2200-LER.
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de saida da classificacao: percorre as linhas
      * por local, data e sensor. Cada linha soma no sensor; cada
      * data fecha a media diaria do local; cada troca de local
      * grava os sensores e o total do local.
      *----------------------------------------------------------
       3000-TOTALIZAR-LOCAIS.
           MOVE "N" TO GD-EOF-SORT
           PERFORM 3100-RETORNAR-LINHA THRU 3100-EXIT

           PERFORM 3200-ACUMULAR-LINHA THRU 3200-EXIT
               UNTIL GD-FIM-SORT

           IF NOT GD-PRIMEIRA
               PERFORM 3300-FECHAR-DIA THRU 3300-EXIT
               PERFORM 3500-FECHAR-LOCAL THRU 3500-EXIT
           END-IF

           PERFORM 3800-GRAVAR-PREDIO THRU 3800-EXIT
           PERFORM 3900-GRAVAR-TOTAIS THRU 3900-EXIT.

       3000-EXIT.
           EXIT.

       3100-RETORNAR-LINHA.
           RETURN GD-SORT-FILE
               AT END
                   MOVE "S" TO GD-EOF-SORT
           END-RETURN.

       3100-EXIT.
           EXIT.

       3200-ACUMULAR-LINHA.
           IF GD-PRIMEIRA
               PERFORM 3220-ABRIR-LOCAL THRU 3220-EXIT
               PERFORM 3250-ABRIR-DIA THRU 3250-EXIT
           ELSE
               IF GD-SORT-LOCAL NOT = GD-LOCAL-ATUAL
                   PERFORM 3300-FECHAR-DIA THRU 3300-EXIT
                   PERFORM 3500-FECHAR-LOCAL THRU 3500-EXIT
                   PERFORM 3220-ABRIR-LOCAL THRU 3220-EXIT
                   PERFORM 3250-ABRIR-DIA THRU 3250-EXIT
               ELSE
                   IF GD-SORT-DATA NOT = GD-DATA-ATUAL
                       PERFORM 3300-FECHAR-DIA THRU 3300-EXIT
                       PERFORM 3250-ABRIR-DIA THRU 3250-EXIT
                   ELSE
      *                Linha repetida do mesmo sensor e dia
      *                (reprocesso): vale so a mais recente
                       IF GD-SORT-SENSOR = GD-SENSOR-ANT
                           ADD 1 TO GD-QTD-REPETIDAS
                           GO TO 3200-PROXIMA
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO GD-PRIMEIRA-SW
           MOVE GD-SORT-SENSOR TO GD-SENSOR-ANT

           MOVE GD-SORT-MEDIA TO GD-MEDIA-CALC
           PERFORM 3350-CALCULAR-DIA THRU 3350-EXIT

           PERFORM 3400-ACHAR-SENSOR THRU 3400-EXIT
           IF GD-IND > ZERO
               ADD 1         TO GD-T-DIAS(GD-IND, GD-IP-DIA)
               ADD GD-AQ-DIA TO GD-T-AQ(GD-IND, GD-IP-DIA)
               ADD GD-RF-DIA TO GD-T-RF(GD-IND, GD-IP-DIA)
               IF GD-DIA-LETIVO
                   ADD 1 TO GD-T-LET(GD-IND, GD-IP-DIA)
                   IF GD-FORA-CONFORTO
                       ADD 1 TO GD-T-FORA(GD-IND, GD-IP-DIA)
                   END-IF
               END-IF
           END-IF

           ADD GD-SORT-MEDIA TO GD-DIA-SOMA
           ADD 1 TO GD-DIA-QTD.

       3200-PROXIMA.
           PERFORM 3100-RETORNAR-LINHA THRU 3100-EXIT.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Inicia um local: cabecalho e acumulados zerados.
      *----------------------------------------------------------
       3220-ABRIR-LOCAL.
           ADD 1 TO GD-QTD-LOCAIS
           MOVE GD-SORT-LOCAL TO GD-LOCAL-ATUAL
           MOVE ZERO TO GD-QTD-TAB
           MOVE GD-BLOCO-ZERO TO GD-LOC

           MOVE GD-SORT-LOCAL TO GD-LOC-NOME
           MOVE GD-LINHA-LOCAL TO GD-REL-REC
           WRITE GD-REL-REC.

       3220-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Inicia uma data do local: periodo (mes ou ano anterior),
      * dia letivo no SISCAL e soma da media diaria zerada. Sem
      * SISCAL todo dia conta para o conforto.
      *----------------------------------------------------------
       3250-ABRIR-DIA.
           MOVE GD-SORT-DATA    TO GD-DATA-ATUAL
           MOVE GD-SORT-PERIODO TO GD-IP-DIA
           MOVE ZERO TO GD-SENSOR-ANT
           MOVE ZERO TO GD-DIA-SOMA
           MOVE ZERO TO GD-DIA-QTD

           IF NOT GD-CAL-ABERTO
               MOVE "S" TO GD-DIA-LETIVO-SW
               GO TO 3250-EXIT
           END-IF

           MOVE "N" TO GD-DIA-LETIVO-SW
           MOVE GD-SORT-DATA TO CAL-DATA
           READ GD-CAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-DIA-LETIVO
                       MOVE "S" TO GD-DIA-LETIVO-SW
                   END-IF
           END-READ.

       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Fecha a data do local: media diaria do local (media das
      * medias dos sensores) somada nos acumulados do local.
      *----------------------------------------------------------
       3300-FECHAR-DIA.
           IF GD-DIA-QTD = ZERO
               GO TO 3300-EXIT
           END-IF

           COMPUTE GD-MEDIA-CALC ROUNDED = GD-DIA-SOMA / GD-DIA-QTD
           PERFORM 3350-CALCULAR-DIA THRU 3350-EXIT

           ADD 1         TO GD-LOC-DIAS(GD-IP-DIA)
           ADD GD-AQ-DIA TO GD-LOC-AQ(GD-IP-DIA)
           ADD GD-RF-DIA TO GD-LOC-RF(GD-IP-DIA)
           IF GD-DIA-LETIVO
               ADD 1 TO GD-LOC-LET(GD-IP-DIA)
               IF GD-FORA-CONFORTO
                   ADD 1 TO GD-LOC-FORA(GD-IP-DIA)
               END-IF
           END-IF.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Graus-dia e conforto de uma media diaria em Celsius
      * (GD-MEDIA-CALC): aquecimento = base - media quando a media
      * fica abaixo da base, resfriamento = media - base quando
      * fica acima, fora do conforto abaixo do minimo ou acima do
      * maximo da faixa.
      *----------------------------------------------------------
       3350-CALCULAR-DIA.
           MOVE ZERO TO GD-AQ-DIA
           MOVE ZERO TO GD-RF-DIA
           MOVE "N"  TO GD-FORA-SW

           IF GD-MEDIA-CALC < GD-BASE-AQUEC
               COMPUTE GD-AQ-DIA = GD-BASE-AQUEC - GD-MEDIA-CALC
           END-IF
           IF GD-MEDIA-CALC > GD-BASE-RESFR
               COMPUTE GD-RF-DIA = GD-MEDIA-CALC - GD-BASE-RESFR
           END-IF
           IF GD-MEDIA-CALC < GD-CONF-MIN
                   OR GD-MEDIA-CALC > GD-CONF-MAX
               MOVE "S" TO GD-FORA-SW
           END-IF.

       3350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Acha o sensor na tabela do local, mantida em ordem de
      * numero, incluindo-o na posicao certa se for novo.
      * GD-IND = 0 indica tabela cheia.
      *----------------------------------------------------------
       3400-ACHAR-SENSOR.
           MOVE "N" TO GD-POS-ACHADA-SW
           PERFORM 3410-COMPARAR-SENSOR THRU 3410-EXIT
               VARYING GD-IND-POS FROM 1 BY 1
               UNTIL GD-IND-POS > GD-QTD-TAB OR GD-POS-ACHADA

           IF GD-POS-ACHADA
               SUBTRACT 1 FROM GD-IND-POS
               IF GD-T-SENSOR(GD-IND-POS) = GD-SORT-SENSOR
                   MOVE GD-IND-POS TO GD-IND
                   GO TO 3400-EXIT
               END-IF
           END-IF

           IF GD-QTD-TAB >= GD-MAX-SENSORES
               MOVE ZERO TO GD-IND
               ADD 1 TO GD-QTD-TRANSBORDO
               DISPLAY "TABELA DE SENSORES DO LOCAL CHEIA - SENSOR "
                       GD-SORT-SENSOR " FORA DA LISTA"
               GO TO 3400-EXIT
           END-IF

           PERFORM 3420-DESLOCAR-SENSOR THRU 3420-EXIT
               VARYING GD-IND-DESL FROM GD-QTD-TAB BY -1
               UNTIL GD-IND-DESL < GD-IND-POS

           ADD 1 TO GD-QTD-TAB
           ADD 1 TO GD-QTD-SENSORES
           MOVE GD-IND-POS     TO GD-IND
           MOVE GD-SORT-SENSOR TO GD-T-SENSOR(GD-IND)
           MOVE GD-BLOCO-ZERO  TO GD-T-BLOCO(GD-IND).

       3400-EXIT.
           EXIT.

       3410-COMPARAR-SENSOR.
           IF GD-T-SENSOR(GD-IND-POS) NOT < GD-SORT-SENSOR
               MOVE "S" TO GD-POS-ACHADA-SW
           END-IF.

       3410-EXIT.
           EXIT.

       3420-DESLOCAR-SENSOR.
           MOVE GD-T-ENT(GD-IND-DESL) TO GD-T-ENT(GD-IND-DESL + 1).

       3420-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Fecha o local: grava cada sensor e o total do local, e
      * soma o local no total do predio.
      *----------------------------------------------------------
       3500-FECHAR-LOCAL.
           PERFORM 3550-GRAVAR-SENSOR THRU 3550-EXIT
               VARYING GD-IND FROM 1 BY 1
               UNTIL GD-IND > GD-QTD-TAB

           MOVE "LOCAL"  TO GD-CMP-ID
           MOVE GD-LOC   TO GD-CMP
           PERFORM 3700-GRAVAR-COMPARACAO THRU 3700-EXIT

           PERFORM 3580-SOMAR-PREDIO THRU 3580-EXIT
               VARYING GD-IP FROM 1 BY 1 UNTIL GD-IP > 2

           MOVE SPACES TO GD-REL-REC
           WRITE GD-REL-REC.

       3500-EXIT.
           EXIT.

       3550-GRAVAR-SENSOR.
           MOVE GD-T-SENSOR(GD-IND) TO GD-CMP-ID
           MOVE GD-T-BLOCO(GD-IND)  TO GD-CMP
           PERFORM 3700-GRAVAR-COMPARACAO THRU 3700-EXIT.

       3550-EXIT.
           EXIT.

       3580-SOMAR-PREDIO.
           ADD GD-LOC-DIAS(GD-IP) TO GD-PRD-DIAS(GD-IP)
           ADD GD-LOC-AQ(GD-IP)   TO GD-PRD-AQ(GD-IP)
           ADD GD-LOC-RF(GD-IP)   TO GD-PRD-RF(GD-IP)
           ADD GD-LOC-LET(GD-IP)  TO GD-PRD-LET(GD-IP)
           ADD GD-LOC-FORA(GD-IP) TO GD-PRD-FORA(GD-IP).

       3580-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava o bloco em GD-CMP (sensor, local ou predio): a linha
      * do mes e, quando ha historico no mesmo mes do ano
      * anterior, a linha do ano anterior e a variacao.
      *----------------------------------------------------------
       3700-GRAVAR-COMPARACAO.
           MOVE GD-CMP-ID         TO GD-DET-ID
           MOVE GD-MES            TO GD-DET-ROTULO
           MOVE GD-CMP-DIAS(1)    TO GD-DET-DIAS
           MOVE GD-CMP-AQ(1)      TO GD-DET-AQ
           MOVE GD-CMP-RF(1)      TO GD-DET-RF
           MOVE GD-CMP-LET(1)     TO GD-DET-LET
           MOVE GD-CMP-FORA(1)    TO GD-DET-FORA
           MOVE GD-LINHA-DET TO GD-REL-REC
           WRITE GD-REL-REC

           IF GD-CMP-DIAS(2) = ZERO
               MOVE GD-LINHA-SEM-HIST TO GD-REL-REC
               WRITE GD-REL-REC
               GO TO 3700-EXIT
           END-IF

           MOVE SPACES            TO GD-DET-ID
           MOVE GD-MES-ANT        TO GD-DET-ROTULO
           MOVE GD-CMP-DIAS(2)    TO GD-DET-DIAS
           MOVE GD-CMP-AQ(2)      TO GD-DET-AQ
           MOVE GD-CMP-RF(2)      TO GD-DET-RF
           MOVE GD-CMP-LET(2)     TO GD-DET-LET
           MOVE GD-CMP-FORA(2)    TO GD-DET-FORA
           MOVE GD-LINHA-DET TO GD-REL-REC
           WRITE GD-REL-REC

           MOVE "VARIACAO"        TO GD-DET-ROTULO
           COMPUTE GD-DET-DIAS = GD-CMP-DIAS(1) - GD-CMP-DIAS(2)
           COMPUTE GD-DET-AQ   = GD-CMP-AQ(1)   - GD-CMP-AQ(2)
           COMPUTE GD-DET-RF   = GD-CMP-RF(1)   - GD-CMP-RF(2)
           COMPUTE GD-DET-LET  = GD-CMP-LET(1)  - GD-CMP-LET(2)
           COMPUTE GD-DET-FORA = GD-CMP-FORA(1) - GD-CMP-FORA(2)
           MOVE GD-LINHA-DET TO GD-REL-REC
           WRITE GD-REL-REC.

       3700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Total do predio: soma dos locais, com o ano anterior.
      *----------------------------------------------------------
       3800-GRAVAR-PREDIO.
           MOVE GD-LINHA TO GD-REL-REC
           WRITE GD-REL-REC
           MOVE GD-LINHA-PREDIO TO GD-REL-REC
           WRITE GD-REL-REC

           MOVE "PREDIO" TO GD-CMP-ID
           MOVE GD-PRD   TO GD-CMP
           PERFORM 3700-GRAVAR-COMPARACAO THRU 3700-EXIT.

       3800-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais do relatorio, no arquivo e no console.
      *----------------------------------------------------------
       3900-GRAVAR-TOTAIS.
           MOVE GD-LINHA TO GD-REL-REC
           WRITE GD-REL-REC

           MOVE SPACES TO GD-REL-REC
           MOVE GD-QTD-LOCAIS TO GD-QTD-ED
           STRING "LOCAIS NO RELATORIO  : " GD-QTD-ED
               DELIMITED BY SIZE INTO GD-REL-REC
           WRITE GD-REL-REC
           DISPLAY GD-REL-REC(1:40)

           MOVE SPACES TO GD-REL-REC
           MOVE GD-QTD-SENSORES TO GD-QTD-ED
           STRING "SENSORES NO RELATORIO: " GD-QTD-ED
               DELIMITED BY SIZE INTO GD-REL-REC
           WRITE GD-REL-REC
           DISPLAY GD-REL-REC(1:40)

           MOVE SPACES TO GD-REL-REC
           MOVE GD-QTD-SEM-ESCALA TO GD-QTD-ED
           STRING "LINHAS SEM ESCALA    : " GD-QTD-ED
               DELIMITED BY SIZE INTO GD-REL-REC
           WRITE GD-REL-REC
           DISPLAY GD-REL-REC(1:40)

           MOVE GD-QTD-LIDAS TO GD-QTD-ED
           DISPLAY "LINHAS LIDAS DO HISTORICO : " GD-QTD-ED
           MOVE GD-QTD-MES TO GD-QTD-ED
           DISPLAY "LINHAS DO MES PEDIDO      : " GD-QTD-ED
           MOVE GD-QTD-ANT TO GD-QTD-ED
           DISPLAY "LINHAS DO ANO ANTERIOR    : " GD-QTD-ED
           MOVE GD-QTD-REPETIDAS TO GD-QTD-ED
           DISPLAY "LINHAS REPETIDAS IGNORADAS: " GD-QTD-ED.

       3900-EXIT.
           EXIT.
