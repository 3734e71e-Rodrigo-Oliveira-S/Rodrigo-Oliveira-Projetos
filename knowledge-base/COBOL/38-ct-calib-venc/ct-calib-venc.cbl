       IDENTIFICATION DIVISION.
       PROGRAM-ID. CT-CALIB-VENC.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a lista mensal de
      *               calibracao da manutencao predial, rodada no
      *               fechamento do mes junto com o CT-TENDENCIA
      *               (job SISTEND): para cada sensor ativo do
      *               cadastro mestre (CTSENMST), le a ultima
      *               calibracao do historico (CTCALIB, layout
      *               CLBREC) e classifica como VENCIDA (proxima
      *               calibracao antes do fim do mes CT-MES), A
      *               VENCER (proxima calibracao nos CT-CALIB-MESES
      *               meses seguintes, padrao 1) ou SEM CALIBRACAO.
      *               A lista sai em CTCALREL por local do sensor,
      *               com a ultima calibracao, o desvio, o tecnico e
      *               a proxima data. Sensor vencido ou sem
      *               calibracao termina o passo com RC 4 de aviso.
      * 2026-10-15 RO CTCALIB aberto controlado por CV-CLB-SW: o
      *               status do ultimo READ/START nao decide mais se
      *               o historico e consultado nem se e fechado.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CV-SENMST-FILE ASSIGN TO "CTSENMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SENM-NUMERO
               FILE STATUS IS CV-SENMST-STATUS.

           SELECT CV-CLB-FILE ASSIGN TO "CTCALIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CHAVE
               FILE STATUS IS CV-CLB-STATUS.

           SELECT CV-REL-FILE ASSIGN TO "CTCALREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CV-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-PARM-STATUS.

           SELECT CV-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CV-SENMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SENREC.

       FD  CV-CLB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CLBREC.

       FD  CV-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CV-REL-REC             PIC X(80).

       FD  CV-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CV-PARM-REC            PIC X(80).

       SD  CV-SORT-FILE.
       01  CV-SORT-REC.
           05 CV-SORT-LOCAL        PIC X(30).
           05 CV-SORT-SENSOR       PIC 9(06).
           05 CV-SORT-ULTIMA       PIC 9(08).
           05 CV-SORT-DESVIO  PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 CV-SORT-TECNICO      PIC X(20).
           05 CV-SORT-PROXIMA      PIC 9(08).
           05 CV-SORT-SITUACAO     PIC X(14).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

       01 CV-LINHA         PIC X(72) VALUE ALL "=".

      *Controle de fim do mestre, do historico e da classificacao
       01 CV-EOF-SENMST    PIC X(01) VALUE "N".
           88 CV-FIM-SENMST        VALUE "S".
       01 CV-EOF-CLB       PIC X(01) VALUE "N".
           88 CV-FIM-CLB           VALUE "S".
       01 CV-EOF-SORT      PIC X(01) VALUE "N".
           88 CV-FIM-SORT          VALUE "S".
       01 CV-CLB-SW        PIC X(01) VALUE "N".
           88 CV-CLB-ABERTO        VALUE "S".

      *Status dos arquivos
       01 CV-SENMST-STATUS PIC X(02).
           88 CV-SENMST-OK         VALUE "00".
           88 CV-SENMST-INEXISTENTE VALUE "35".
       01 CV-CLB-STATUS    PIC X(02).
           88 CV-CLB-OK            VALUE "00".
           88 CV-CLB-INEXISTENTE   VALUE "35".
       01 CV-PARM-STATUS   PIC X(02).
           88 CV-PARM-OK           VALUE "00".
           88 CV-PARM-INEXISTENTE  VALUE "35".

      *Parametros: mes do fechamento (AAAAMM) e meses de
      *antecedencia do aviso de calibracao a vencer (padrao 1).
      *Sem SISPARM valem os prompts interativos.
       01 CV-PARM-PRESENTE-SW PIC X(01) VALUE "N".
           88 CV-PARM-PRESENTE     VALUE "S".
       01 CV-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 CV-PARM-FIM          VALUE "S".
       01 CV-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 CV-PARM-COM-ERRO     VALUE "S".
       01 CV-PARM-CHAVE    PIC X(16).
       01 CV-PARM-VALOR    PIC X(16).
       77 CV-MES           PIC 9(06) VALUE ZERO.
       77 CV-MESES-AVISO   PIC 9(02) VALUE 1.

      *Datas de corte: primeiro dia do mes seguinte a CV-MES
      *(antes dele = vencida) e primeiro dia do mes seguinte ao
      *fim do aviso (antes dele = a vencer)
       01 CV-MES-TRAB.
           05 CV-TRAB-ANO      PIC 9(04).
           05 CV-TRAB-MES      PIC 9(02).
       01 CV-MES-TRAB-N REDEFINES CV-MES-TRAB PIC 9(06).
       77 CV-DATA-VENCIDA  PIC 9(08) VALUE ZERO.
       77 CV-DATA-AVISO    PIC 9(08) VALUE ZERO.

      *Ultima calibracao achada do sensor corrente
       01 CV-ACHOU-SW      PIC X(01) VALUE "N".
           88 CV-ACHOU             VALUE "S".
       77 CV-ULT-DATA      PIC 9(08) VALUE ZERO.
       77 CV-ULT-DESVIO    PIC S9(7)V9 VALUE ZERO.
       77 CV-ULT-TECNICO   PIC X(20) VALUE SPACES.
       77 CV-ULT-PROXIMA   PIC 9(08) VALUE ZERO.

      *Quebra de controle por local
       77 CV-LOCAL-ATUAL   PIC X(30) VALUE SPACES.
       77 CV-QTD-LOCAL     PIC 9(06) VALUE ZERO.

      *Totais do relatorio
       77 CV-QTD-SENSORES  PIC 9(06) VALUE ZERO.
       77 CV-QTD-VENCIDOS  PIC 9(06) VALUE ZERO.
       77 CV-QTD-A-VENCER  PIC 9(06) VALUE ZERO.
       77 CV-QTD-SEM-CALIB PIC 9(06) VALUE ZERO.
       77 CV-QTD-ED        PIC ZZZ,ZZ9.

      *Linhas da lista
       01 CV-LINHA-TIT.
           05 FILLER           PIC X(40)
               VALUE "CALIBRACAO DE SENSORES VENCIDA/A VENCER ".
           05 FILLER           PIC X(06) VALUE "- MES ".
           05 CV-TIT-MES       PIC 9(06).
           05 FILLER           PIC X(08) VALUE "  AVISO ".
           05 CV-TIT-AVISO     PIC Z9.
           05 FILLER           PIC X(05) VALUE " MES ".

       01 CV-LINHA-COL.
           05 FILLER           PIC X(36)
               VALUE "  SENSOR ULT.CALIB    DESVIO TECNICO".
           05 FILLER           PIC X(36)
               VALUE "              PROXIMA  SITUACAO".

       01 CV-LINHA-LOCAL.
           05 FILLER           PIC X(07) VALUE "LOCAL: ".
           05 CV-LOC-NOME      PIC X(30).

       01 CV-LINHA-DET.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CV-DET-SENSOR    PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 CV-DET-ULTIMA    PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 CV-DET-DESVIO    PIC -ZZZZZ9.9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 CV-DET-TECNICO   PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 CV-DET-PROXIMA   PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 CV-DET-SITUACAO  PIC X(14).

       01 CV-LINHA-TOT-LOCAL.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "SENSORES NO LOCAL : ".
           05 CV-TOT-LOC-QTD   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF CV-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT CV-PARM-PRESENTE
               DISPLAY "Mes do fechamento (AAAAMM): "
                   WITH NO ADVANCING
               ACCEPT CV-MES
               DISPLAY "Meses de aviso (ENTER=1): " WITH NO ADVANCING
               ACCEPT CV-MESES-AVISO
               IF CV-MESES-AVISO = ZERO
                   MOVE 1 TO CV-MESES-AVISO
               END-IF
           END-IF

           MOVE CV-MES TO CV-MES-TRAB-N
           IF CV-MES = ZERO OR CV-TRAB-MES = ZERO OR CV-TRAB-MES > 12
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-SOMAR-MES THRU 1500-EXIT
           COMPUTE CV-DATA-VENCIDA = (CV-MES-TRAB-N * 100) + 1
           PERFORM 1500-SOMAR-MES THRU 1500-EXIT
               CV-MESES-AVISO TIMES
           COMPUTE CV-DATA-AVISO = (CV-MES-TRAB-N * 100) + 1

           OPEN INPUT CV-SENMST-FILE
           IF NOT CV-SENMST-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "CTSENMST AUSENTE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CV-CLB-FILE
           IF CV-CLB-OK
               MOVE "S" TO CV-CLB-SW
           ELSE
               DISPLAY "CTCALIB AUSENTE - NENHUM SENSOR CALIBRADO"
           END-IF

           OPEN OUTPUT CV-REL-FILE

           MOVE CV-MES         TO CV-TIT-MES
           MOVE CV-MESES-AVISO TO CV-TIT-AVISO
           MOVE CV-LINHA-TIT TO CV-REL-REC
           WRITE CV-REL-REC
           MOVE CV-LINHA TO CV-REL-REC
           WRITE CV-REL-REC
           MOVE CV-LINHA-COL TO CV-REL-REC
           WRITE CV-REL-REC
           MOVE CV-LINHA TO CV-REL-REC
           WRITE CV-REL-REC

           SORT CV-SORT-FILE
               ON ASCENDING KEY CV-SORT-LOCAL
                                CV-SORT-SENSOR
               INPUT PROCEDURE IS 2000-SELECIONAR-SENSORES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-LISTAR-SENSORES
                   THRU 3000-EXIT

           CLOSE CV-SENMST-FILE
           IF CV-CLB-ABERTO
               CLOSE CV-CLB-FILE
               MOVE "N" TO CV-CLB-SW
           END-IF
           CLOSE CV-REL-FILE

           IF CV-QTD-VENCIDOS > ZERO OR CV-QTD-SEM-CALIB > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: CT-MES (AAAAMM, a
      * mesma do CT-TENDENCIA) e CT-CALIB-MESES (1 a 12).
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT CV-PARM-FILE
           IF CV-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "S" TO CV-PARM-PRESENTE-SW
           MOVE "N" TO CV-PARM-EOF-SW
           READ CV-PARM-FILE
               AT END
                   MOVE "S" TO CV-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL CV-PARM-FIM

           CLOSE CV-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF CV-PARM-REC(1:1) = "*" OR CV-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO CV-PARM-CHAVE
           MOVE SPACES TO CV-PARM-VALOR
           UNSTRING CV-PARM-REC DELIMITED BY "="
               INTO CV-PARM-CHAVE CV-PARM-VALOR
           END-UNSTRING

           EVALUATE CV-PARM-CHAVE
               WHEN "CT-MES"
                   DISPLAY "SISPARM: " CV-PARM-REC(1:40)
                   IF CV-PARM-VALOR(1:6) IS NUMERIC
                       MOVE CV-PARM-VALOR(1:6) TO CV-MES
                   ELSE
                       MOVE "S" TO CV-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               CV-PARM-REC(1:40)
                   END-IF
               WHEN "CT-CALIB-MESES"
                   DISPLAY "SISPARM: " CV-PARM-REC(1:40)
                   IF CV-PARM-VALOR(1:2) IS NUMERIC
                           AND CV-PARM-VALOR(1:2) > "00"
                           AND CV-PARM-VALOR(1:2) NOT > "12"
                       MOVE CV-PARM-VALOR(1:2) TO CV-MESES-AVISO
                   ELSE
                       MOVE "S" TO CV-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               CV-PARM-REC(1:40)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ CV-PARM-FILE
               AT END
                   MOVE "S" TO CV-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Soma um mes ao mes de trabalho (AAAAMM), virando o ano.
      *----------------------------------------------------------
       1500-SOMAR-MES.
           ADD 1 TO CV-TRAB-MES
           IF CV-TRAB-MES > 12
               MOVE 1 TO CV-TRAB-MES
               ADD 1 TO CV-TRAB-ANO
           END-IF.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de entrada da classificacao: percorre o
      * cadastro mestre, acha a ultima calibracao de cada sensor
      * ativo e libera os vencidos, a vencer e sem calibracao.
      *----------------------------------------------------------
       2000-SELECIONAR-SENSORES.
           PERFORM 2100-LER-SENSOR THRU 2100-EXIT

           PERFORM 2200-CLASSIFICAR-SENSOR THRU 2200-EXIT
               UNTIL CV-FIM-SENMST.

       2000-EXIT.
           EXIT.

       2100-LER-SENSOR.
           READ CV-SENMST-FILE
               AT END
                   MOVE "S" TO CV-EOF-SENMST
           END-READ.

       2100-EXIT.
           EXIT.

       2200-CLASSIFICAR-SENSOR.
           IF NOT SENM-ATIVO
               GO TO 2200-LER
           END-IF

           PERFORM 2300-ACHAR-ULTIMA THRU 2300-EXIT

           MOVE SPACES TO CV-SORT-SITUACAO
           EVALUATE TRUE
               WHEN NOT CV-ACHOU
                   MOVE "SEM CALIBRACAO" TO CV-SORT-SITUACAO
                   ADD 1 TO CV-QTD-SEM-CALIB
               WHEN CV-ULT-PROXIMA < CV-DATA-VENCIDA
                   MOVE "VENCIDA"        TO CV-SORT-SITUACAO
                   ADD 1 TO CV-QTD-VENCIDOS
               WHEN CV-ULT-PROXIMA < CV-DATA-AVISO
                   MOVE "A VENCER"       TO CV-SORT-SITUACAO
                   ADD 1 TO CV-QTD-A-VENCER
               WHEN OTHER
                   GO TO 2200-LER
           END-EVALUATE

           MOVE SENM-LOCAL     TO CV-SORT-LOCAL
           MOVE SENM-NUMERO    TO CV-SORT-SENSOR
           MOVE CV-ULT-DATA    TO CV-SORT-ULTIMA
           MOVE CV-ULT-DESVIO  TO CV-SORT-DESVIO
           MOVE CV-ULT-TECNICO TO CV-SORT-TECNICO
           MOVE CV-ULT-PROXIMA TO CV-SORT-PROXIMA
           RELEASE CV-SORT-REC.

       2200-LER.
           PERFORM 2100-LER-SENSOR THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Acha a ultima calibracao do sensor corrente no historico,
      * feita antes do fim do mes do fechamento.
      *----------------------------------------------------------
       2300-ACHAR-ULTIMA.
           MOVE "N"    TO CV-ACHOU-SW
           MOVE ZERO   TO CV-ULT-DATA
           MOVE ZERO   TO CV-ULT-DESVIO
           MOVE SPACES TO CV-ULT-TECNICO
           MOVE ZERO   TO CV-ULT-PROXIMA
           IF NOT CV-CLB-ABERTO
               GO TO 2300-EXIT
           END-IF

           MOVE "N"         TO CV-EOF-CLB
           MOVE SENM-NUMERO TO CLB-SENSOR
           MOVE ZERO        TO CLB-DATA
           START CV-CLB-FILE KEY IS NOT LESS THAN CLB-CHAVE
               INVALID KEY
                   MOVE "S" TO CV-EOF-CLB
           END-START

           PERFORM 2350-LER-CALIBRACAO THRU 2350-EXIT
               UNTIL CV-FIM-CLB.

       2300-EXIT.
           EXIT.

       2350-LER-CALIBRACAO.
           READ CV-CLB-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CV-EOF-CLB
                   GO TO 2350-EXIT
           END-READ

           IF CLB-SENSOR NOT = SENM-NUMERO
                   OR CLB-DATA NOT < CV-DATA-VENCIDA
               MOVE "S" TO CV-EOF-CLB
               GO TO 2350-EXIT
           END-IF

           MOVE "S"         TO CV-ACHOU-SW
           MOVE CLB-DATA    TO CV-ULT-DATA
           MOVE CLB-DESVIO  TO CV-ULT-DESVIO
           MOVE CLB-TECNICO TO CV-ULT-TECNICO
           MOVE CLB-PROXIMA TO CV-ULT-PROXIMA.

       2350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de saida da classificacao: lista os sensores
      * por local, com total a cada troca de local.
      *----------------------------------------------------------
       3000-LISTAR-SENSORES.
           MOVE "N" TO CV-EOF-SORT
           PERFORM 3100-RETORNAR-SENSOR THRU 3100-EXIT

           PERFORM 3200-LISTAR-SENSOR THRU 3200-EXIT
               UNTIL CV-FIM-SORT

           IF CV-QTD-LOCAL > ZERO
               PERFORM 3300-GRAVAR-QUEBRA-LOCAL THRU 3300-EXIT
           END-IF

           PERFORM 3400-GRAVAR-TOTAIS THRU 3400-EXIT.

       3000-EXIT.
           EXIT.

       3100-RETORNAR-SENSOR.
           RETURN CV-SORT-FILE
               AT END
                   MOVE "S" TO CV-EOF-SORT
           END-RETURN.

       3100-EXIT.
           EXIT.

       3200-LISTAR-SENSOR.
           IF CV-QTD-LOCAL > ZERO
                   AND CV-SORT-LOCAL NOT = CV-LOCAL-ATUAL
               PERFORM 3300-GRAVAR-QUEBRA-LOCAL THRU 3300-EXIT
           END-IF

           IF CV-QTD-LOCAL = ZERO
               MOVE CV-SORT-LOCAL TO CV-LOCAL-ATUAL
               MOVE CV-SORT-LOCAL TO CV-LOC-NOME
               MOVE CV-LINHA-LOCAL TO CV-REL-REC
               WRITE CV-REL-REC
           END-IF

           ADD 1 TO CV-QTD-LOCAL
           ADD 1 TO CV-QTD-SENSORES
           MOVE CV-SORT-SENSOR   TO CV-DET-SENSOR
           MOVE CV-SORT-ULTIMA   TO CV-DET-ULTIMA
           MOVE CV-SORT-DESVIO   TO CV-DET-DESVIO
           MOVE CV-SORT-TECNICO  TO CV-DET-TECNICO
           MOVE CV-SORT-PROXIMA  TO CV-DET-PROXIMA
           MOVE CV-SORT-SITUACAO TO CV-DET-SITUACAO
           MOVE CV-LINHA-DET TO CV-REL-REC
           WRITE CV-REL-REC

           PERFORM 3100-RETORNAR-SENSOR THRU 3100-EXIT.

       3200-EXIT.
           EXIT.

       3300-GRAVAR-QUEBRA-LOCAL.
           MOVE CV-QTD-LOCAL TO CV-TOT-LOC-QTD
           MOVE CV-LINHA-TOT-LOCAL TO CV-REL-REC
           WRITE CV-REL-REC

           MOVE SPACES TO CV-REL-REC
           WRITE CV-REL-REC

           MOVE ZERO TO CV-QTD-LOCAL.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da lista, no arquivo e no console.
      *----------------------------------------------------------
       3400-GRAVAR-TOTAIS.
           MOVE CV-LINHA TO CV-REL-REC
           WRITE CV-REL-REC

           MOVE SPACES TO CV-REL-REC
           MOVE CV-QTD-SENSORES TO CV-QTD-ED
           STRING "SENSORES LISTADOS    : " CV-QTD-ED
               DELIMITED BY SIZE INTO CV-REL-REC
           WRITE CV-REL-REC
           DISPLAY CV-REL-REC(1:40)

           MOVE SPACES TO CV-REL-REC
           MOVE CV-QTD-VENCIDOS TO CV-QTD-ED
           STRING "CALIBRACAO VENCIDA   : " CV-QTD-ED
               DELIMITED BY SIZE INTO CV-REL-REC
           WRITE CV-REL-REC
           DISPLAY CV-REL-REC(1:40)

           MOVE SPACES TO CV-REL-REC
           MOVE CV-QTD-A-VENCER TO CV-QTD-ED
           STRING "CALIBRACAO A VENCER  : " CV-QTD-ED
               DELIMITED BY SIZE INTO CV-REL-REC
           WRITE CV-REL-REC
           DISPLAY CV-REL-REC(1:40)

           MOVE SPACES TO CV-REL-REC
           MOVE CV-QTD-SEM-CALIB TO CV-QTD-ED
           STRING "SEM CALIBRACAO       : " CV-QTD-ED
               DELIMITED BY SIZE INTO CV-REL-REC
           WRITE CV-REL-REC
           DISPLAY CV-REL-REC(1:40).

       3400-EXIT.
           EXIT.
