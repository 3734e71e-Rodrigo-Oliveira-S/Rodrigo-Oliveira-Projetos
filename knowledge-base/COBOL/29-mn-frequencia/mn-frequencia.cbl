       IDENTIFICATION DIVISION.
       PROGRAM-ID. MN-FREQUENCIA.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a frequencia dos alunos:
      *               le o movimento diario de chamada (FREQMOV,
      *               layout FRMREC, com cabecalho e rodape de
      *               controle como os demais arquivos de lote),
      *               confere cada matricula no cadastro mestre
      *               (MNALUNOS, ativo) e cada data de aula no
      *               calendario escolar (SISCAL, so dia letivo) e
      *               acumula dias e faltas por aluno e bimestre na
      *               frequencia acumulada (MNFREQ, indexado por
      *               matricula + bimestre, layout FRQREC). Chamada
      *               recusada sai no relatorio de aplicacao
      *               (MNFREQREL) com o motivo e termina o passo com
      *               RC 4. Na data de fechamento de bimestre do
      *               calendario (ou com MN-FREQ-REL=S em SISPARM)
      *               grava tambem o relatorio de frequencia por
      *               turma do bimestre (MNFREQTUR), com o professor
      *               responsavel e os alunos abaixo do minimo
      *               (MN-FREQ-MINIMA, padrao 75%) apontados. A
      *               execucao e registrada em SISRUNCT como
      *               MN-FREQUENCIA, com a protecao contra dupla
      *               execucao dos demais passos. Ate aqui a
      *               frequencia era conferida a mao pela
      *               secretaria, quando era.
      * 2026-10-15 RO Chamada de data anterior a ultima lancada para
      *               o aluno era recusada como ja lancada (ERRO 22),
      *               e a chamada atrasada de um dia passado nunca
      *               entrava. Cada chamada acumulada passa a ser
      *               gravada em MNFREQDIA (matricula + data da aula,
      *               layout FRDREC) e so a mesma matricula na mesma
      *               data e recusada como repetida; FRQ-DATA-ULT
      *               fica com a data de aula mais recente.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MF-MOV-FILE ASSIGN TO "FREQMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-MOV-STATUS.

           SELECT MF-FREQ-FILE ASSIGN TO "MNFREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS MF-FREQ-STATUS.

           SELECT MF-DIA-FILE ASSIGN TO "MNFREQDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-CHAVE
               FILE STATUS IS MF-DIA-STATUS.

           SELECT MF-ALUNOS-FILE ASSIGN TO "MNALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS MF-ALUNOS-STATUS.

           SELECT MF-TURMAS-FILE ASSIGN TO "MNTURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS MF-TURMAS-STATUS.

           SELECT MF-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATA
               FILE STATUS IS MF-CAL-STATUS.

           SELECT MF-REL-FILE ASSIGN TO "MNFREQREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MF-TUR-FILE ASSIGN TO "MNFREQTUR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MF-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-PARM-STATUS.

           SELECT MF-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MF-RUN-STATUS.

           SELECT MF-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  MF-MOV-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRMREC.

       FD  MF-FREQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRQREC.

       FD  MF-DIA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRDREC.

       FD  MF-ALUNOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

       FD  MF-TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TURREC.

       FD  MF-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  MF-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MF-REL-REC             PIC X(80).

       FD  MF-TUR-FILE
           LABEL RECORDS ARE STANDARD.
       01  MF-TUR-REC             PIC X(80).

       FD  MF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  MF-PARM-REC            PIC X(80).

       FD  MF-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MF-RUN-REC             PIC X(80).

       SD  MF-SORT-FILE.
       01  MF-SORT-REC.
           05 MF-SORT-TURMA        PIC X(03).
           05 MF-SORT-MATRICULA    PIC 9(06).
           05 MF-SORT-NOME         PIC X(30).
           05 MF-SORT-DIAS         PIC 9(03).
           05 MF-SORT-FALTAS       PIC 9(03).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

       01 MF-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos. FREQMOV, MNALUNOS e SISCAL sao
      *obrigatorios (sem o calendario nao ha como saber o bimestre
      *nem se o dia e letivo); MNFREQ e MNFREQDIA ausentes sao
      *criados vazios;
      *MNTURMAS ausente deixa o professor em branco no relatorio.
       01 MF-MOV-STATUS    PIC X(02).
           88 MF-MOV-OK            VALUE "00".
           88 MF-MOV-INEXISTENTE   VALUE "35".
       01 MF-FREQ-STATUS   PIC X(02).
           88 MF-FREQ-OK           VALUE "00".
           88 MF-FREQ-INEXISTENTE  VALUE "35".
       01 MF-DIA-STATUS    PIC X(02).
           88 MF-DIA-OK            VALUE "00".
           88 MF-DIA-INEXISTENTE   VALUE "35".
       01 MF-ALUNOS-STATUS PIC X(02).
           88 MF-ALUNOS-OK         VALUE "00".
           88 MF-ALUNOS-INEXISTENTE VALUE "35".
       01 MF-TURMAS-STATUS PIC X(02).
           88 MF-TURMAS-OK         VALUE "00".
           88 MF-TURMAS-INEXISTENTE VALUE "35".
       01 MF-CAL-STATUS    PIC X(02).
           88 MF-CAL-OK            VALUE "00".
           88 MF-CAL-INEXISTENTE   VALUE "35".
       01 MF-PARM-STATUS   PIC X(02).
           88 MF-PARM-OK           VALUE "00".
           88 MF-PARM-INEXISTENTE  VALUE "35".
       01 MF-RUN-STATUS    PIC X(02).
           88 MF-RUNCTL-OK         VALUE "00".
           88 MF-RUNCTL-INEXISTENTE VALUE "35".

      *Indica se o cadastro de turmas esta aberto para consulta
       01 MF-TURMAS-SW     PIC X(01) VALUE "N".
           88 MF-TURMAS-ABERTO     VALUE "S".

      *Parametros de SISPARM tratados por este passo
       01 MF-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 MF-PARM-FIM          VALUE "S".
       01 MF-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 MF-PARM-COM-ERRO     VALUE "S".
       01 MF-PARM-CHAVE    PIC X(16).
       01 MF-PARM-VALOR    PIC X(16).
       01 MF-REPROCESSO-SW PIC X(01) VALUE "N".
           88 MF-REPROCESSO-PEDIDO VALUE "S".
       01 MF-REL-PEDIDO-SW PIC X(01) VALUE "N".
           88 MF-REL-PEDIDO        VALUE "S".
       77 MF-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 MF-FREQ-MINIMA   PIC 9(03) VALUE 75.

      *Registro de execucoes: protecao contra dupla execucao (a
      *mesma chamada seria acumulada duas vezes)
       01 MF-RUN-JA-SW     PIC X(01) VALUE "N".
           88 MF-RUN-JA-PROCESSADO VALUE "S".
       01 MF-RUN-EOF-SW    PIC X(01) VALUE "N".
           88 MF-RUN-FIM-ARQ       VALUE "S".
       77 MF-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       77 MF-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 MF-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Data do movimento no calendario: bimestre do relatorio por
      *turma e indicador de dia de fechamento de bimestre
       01 MF-FECHAMENTO-SW PIC X(01) VALUE "N".
           88 MF-DIA-FECHAMENTO    VALUE "S".
       77 MF-BIM-RELATORIO PIC 9(01) VALUE ZERO.

      *Controle de fim do movimento, da frequencia e da
      *classificacao
       01 MF-EOF-MOV       PIC X(01) VALUE "N".
           88 MF-FIM-MOV           VALUE "S".
       01 MF-EOF-FREQ      PIC X(01) VALUE "N".
           88 MF-FIM-FREQ          VALUE "S".
       01 MF-EOF-SORT      PIC X(01) VALUE "N".
           88 MF-FIM-SORT          VALUE "S".

      *Conferencia do cabecalho e do rodape de controle de
      *FREQMOV: indicadores, contadores e soma de conferencia
      *(matriculas) acumulados na passagem de validacao.
       01 MF-LOTE-SW       PIC X(01) VALUE "N".
           88 MF-LOTE-VALIDO       VALUE "S".
       01 MF-CAB-VISTO-SW  PIC X(01) VALUE "N".
           88 MF-CAB-VISTO         VALUE "S".
       01 MF-ROD-VISTO-SW  PIC X(01) VALUE "N".
           88 MF-ROD-VISTO         VALUE "S".
       01 MF-LOTE-ERRO-SW  PIC X(01) VALUE "N".
           88 MF-LOTE-COM-ERRO     VALUE "S".
       77 MF-QTD-REGS      PIC 9(07) VALUE ZERO.
       77 MF-QTD-DETALHES  PIC 9(07) VALUE ZERO.
       77 MF-HASH-SOMA     PIC 9(13) VALUE ZERO.
       77 MF-ROD-CONTADOR  PIC 9(07) VALUE ZERO.
       77 MF-ROD-HASH      PIC 9(13) VALUE ZERO.

      *Indica se a matricula + bimestre ja tinha frequencia
      *acumulada (REWRITE) ou e a primeira chamada (WRITE)
       01 MF-FREQ-NOVA-SW  PIC X(01) VALUE "N".
           88 MF-FREQ-NOVA         VALUE "S".

      *Quebra de controle por turma no relatorio por turma e
      *percentual de frequencia do aluno
       77 MF-TURMA-ATUAL   PIC X(03) VALUE SPACES.
       77 MF-QTD-TURMA     PIC 9(04) VALUE ZERO.
       77 MF-ABAIXO-TURMA  PIC 9(04) VALUE ZERO.
       77 MF-PERCENTUAL    PIC 9(03)V9 VALUE ZERO.

      *Totais da aplicacao e do relatorio por turma
       77 MF-QTD-LIDAS     PIC 9(06) VALUE ZERO.
       77 MF-QTD-ACEITAS   PIC 9(06) VALUE ZERO.
       77 MF-QTD-FALTAS    PIC 9(06) VALUE ZERO.
       77 MF-QTD-RECUSADAS PIC 9(06) VALUE ZERO.
       77 MF-QTD-LISTADOS  PIC 9(06) VALUE ZERO.
       77 MF-QTD-ABAIXO    PIC 9(06) VALUE ZERO.
       77 MF-QTD-ED        PIC ZZZ,ZZ9.

      *Linha de chamada recusada no relatorio de aplicacao
       01 MF-LINHA-RECUSA.
           05 MF-REC-MATRICULA PIC X(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MF-REC-DATA      PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MF-REC-PRESENCA  PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MF-REC-MOTIVO    PIC X(44).

      *Linhas do relatorio de frequencia por turma
       01 MF-LINHA-TIT.
           05 FILLER           PIC X(32)
               VALUE "FREQUENCIA POR TURMA - BIMESTRE ".
           05 MF-TIT-BIMESTRE  PIC 9(01).
           05 FILLER           PIC X(08) VALUE "  DATA  ".
           05 MF-TIT-DATA      PIC 9(08).
           05 FILLER           PIC X(10) VALUE "  MINIMO ".
           05 MF-TIT-MINIMA    PIC ZZ9.
           05 FILLER           PIC X(01) VALUE "%".

       01 MF-LINHA-TURMA.
           05 FILLER           PIC X(06) VALUE "TURMA ".
           05 MF-TUR-CODIGO    PIC X(03).
           05 FILLER           PIC X(14) VALUE "   PROFESSOR: ".
           05 MF-TUR-PROFESSOR PIC X(30).

       01 MF-LINHA-ALUNO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 MF-ALU-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MF-ALU-NOME      PIC X(25).
           05 FILLER           PIC X(06) VALUE " DIAS ".
           05 MF-ALU-DIAS      PIC ZZ9.
           05 FILLER           PIC X(08) VALUE " FALTAS ".
           05 MF-ALU-FALTAS    PIC ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MF-ALU-PERC      PIC ZZ9.9.
           05 FILLER           PIC X(02) VALUE "% ".
           05 MF-ALU-ALERTA    PIC X(15).

       01 MF-LINHA-TOT-TURMA.
           05 FILLER           PIC X(16) VALUE "  ALUNOS TURMA: ".
           05 MF-TOT-QTD       PIC ZZZ9.
           05 FILLER           PIC X(20)
               VALUE "   ABAIXO DO MINIMO:".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MF-TOT-ABAIXO    PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF MF-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7500-VERIFICAR-RUNCTL THRU 7500-EXIT
           IF MF-RUN-JA-PROCESSADO
               MOVE 22 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-JA-PROCESSADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MF-CAL-FILE
           IF NOT MF-CAL-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "SISCAL NAO ENCONTRADO - A FREQUENCIA EXIGE "
                       "O CALENDARIO"
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF
           PERFORM 7700-LER-DATA-MOVIMENTO THRU 7700-EXIT

           MOVE "N" TO MF-EOF-MOV
           OPEN INPUT MF-MOV-FILE
           IF MF-MOV-INEXISTENTE
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               CLOSE MF-CAL-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           PERFORM 2000-VALIDAR-LOTE THRU 2000-EXIT
           CLOSE MF-MOV-FILE

           IF NOT MF-LOTE-VALIDO
               MOVE 21 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-CONTROLE-LOTE
               MOVE 8 TO RETURN-CODE
               CLOSE MF-CAL-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT MF-ALUNOS-FILE
           IF NOT MF-ALUNOS-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNALUNOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               CLOSE MF-CAL-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN I-O MF-FREQ-FILE
           IF MF-FREQ-INEXISTENTE
               OPEN OUTPUT MF-FREQ-FILE
               CLOSE MF-FREQ-FILE
               OPEN I-O MF-FREQ-FILE
           END-IF

           OPEN I-O MF-DIA-FILE
           IF MF-DIA-INEXISTENTE
               OPEN OUTPUT MF-DIA-FILE
               CLOSE MF-DIA-FILE
               OPEN I-O MF-DIA-FILE
           END-IF

           MOVE "N" TO MF-EOF-MOV
           OPEN INPUT MF-MOV-FILE
           OPEN OUTPUT MF-REL-FILE

           MOVE "APLICACAO DA CHAMADA DIARIA (FREQMOV)" TO MF-REL-REC
           WRITE MF-REL-REC
           MOVE MF-LINHA TO MF-REL-REC
           WRITE MF-REL-REC

           PERFORM 3100-LER-MOVIMENTO THRU 3100-EXIT

           PERFORM 3000-APLICAR-CHAMADA THRU 3000-EXIT
               UNTIL MF-FIM-MOV

           PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT

           CLOSE MF-MOV-FILE
           CLOSE MF-DIA-FILE
           CLOSE MF-REL-FILE

           IF MF-DIA-FECHAMENTO OR MF-REL-PEDIDO
               PERFORM 6000-RELATORIO-TURMAS THRU 6000-EXIT
           END-IF

           CLOSE MF-FREQ-FILE
           CLOSE MF-ALUNOS-FILE
           CLOSE MF-CAL-FILE

           IF MF-QTD-RECUSADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO, MN-FREQ-MINIMA (percentual minimo de
      * frequencia, padrao 75) e MN-FREQ-REL (S = relatorio por
      * turma mesmo fora do dia de fechamento de bimestre).
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT MF-PARM-FILE
           IF MF-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO MF-PARM-EOF-SW
           READ MF-PARM-FILE
               AT END
                   MOVE "S" TO MF-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL MF-PARM-FIM

           CLOSE MF-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF MF-PARM-REC(1:1) = "*" OR MF-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO MF-PARM-CHAVE
           MOVE SPACES TO MF-PARM-VALOR
           UNSTRING MF-PARM-REC DELIMITED BY "="
               INTO MF-PARM-CHAVE MF-PARM-VALOR
           END-UNSTRING

           EVALUATE MF-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " MF-PARM-REC(1:40)
                   IF MF-PARM-VALOR(1:8) IS NUMERIC
                       MOVE MF-PARM-VALOR(1:8) TO MF-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO MF-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               MF-PARM-REC(1:40)
                   END-IF
               WHEN "REPROCESSO"
                   DISPLAY "SISPARM: " MF-PARM-REC(1:40)
                   IF MF-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO MF-REPROCESSO-SW
                   END-IF
               WHEN "MN-FREQ-MINIMA"
                   DISPLAY "SISPARM: " MF-PARM-REC(1:40)
                   IF MF-PARM-VALOR(1:3) IS NUMERIC
                           AND MF-PARM-VALOR(1:3) > "000"
                           AND MF-PARM-VALOR(1:3) NOT > "100"
                       MOVE MF-PARM-VALOR(1:3) TO MF-FREQ-MINIMA
                   ELSE
                       MOVE "S" TO MF-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               MF-PARM-REC(1:40)
                   END-IF
               WHEN "MN-FREQ-REL"
                   DISPLAY "SISPARM: " MF-PARM-REC(1:40)
                   IF MF-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO MF-REL-PEDIDO-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ MF-PARM-FILE
               AT END
                   MOVE "S" TO MF-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Passagem de validacao do lote, antes de qualquer
      * aplicacao: confere o cabecalho (primeira linha, arquivo e
      * data do movimento) e o rodape (ultima linha, quantidade e
      * soma de conferencia das matriculas). Qualquer divergencia
      * derruba o lote inteiro.
      *----------------------------------------------------------
       2000-VALIDAR-LOTE.
           MOVE "N"  TO MF-LOTE-SW
           MOVE "N"  TO MF-CAB-VISTO-SW
           MOVE "N"  TO MF-ROD-VISTO-SW
           MOVE "N"  TO MF-LOTE-ERRO-SW
           MOVE ZERO TO MF-QTD-REGS
           MOVE ZERO TO MF-QTD-DETALHES
           MOVE ZERO TO MF-HASH-SOMA

           READ MF-MOV-FILE
               AT END
                   MOVE "S" TO MF-EOF-MOV
           END-READ

           PERFORM 2100-CONFERIR-REGISTRO THRU 2100-EXIT
               UNTIL MF-FIM-MOV

           IF NOT MF-CAB-VISTO
               DISPLAY "FREQMOV SEM CABECALHO DE CONTROLE"
               MOVE "S" TO MF-LOTE-ERRO-SW
           END-IF
           IF NOT MF-ROD-VISTO
               DISPLAY "FREQMOV SEM RODAPE DE CONTROLE"
               MOVE "S" TO MF-LOTE-ERRO-SW
           END-IF
           IF MF-ROD-VISTO AND MF-ROD-CONTADOR NOT = MF-QTD-DETALHES
               DISPLAY "FREQMOV COM QUANTIDADE DIVERGENTE DO RODAPE"
               MOVE "S" TO MF-LOTE-ERRO-SW
           END-IF
           IF MF-ROD-VISTO AND MF-ROD-HASH NOT = MF-HASH-SOMA
               DISPLAY "FREQMOV COM SOMA DE CONFERENCIA DIVERGENTE"
               MOVE "S" TO MF-LOTE-ERRO-SW
           END-IF

           IF NOT MF-LOTE-COM-ERRO
               MOVE "S" TO MF-LOTE-SW
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONFERIR-REGISTRO.
           ADD 1 TO MF-QTD-REGS
           EVALUATE TRUE
               WHEN FMC-E-CABECALHO
                   IF MF-QTD-REGS NOT = 1 OR MF-CAB-VISTO
                       DISPLAY "FREQMOV COM CABECALHO FORA DE LUGAR"
                       MOVE "S" TO MF-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO MF-CAB-VISTO-SW
                       IF FMC-ARQUIVO NOT = "FREQMOV"
                           DISPLAY "FREQMOV COM CABECALHO DE OUTRO "
                                   "ARQUIVO: " FMC-ARQUIVO
                           MOVE "S" TO MF-LOTE-ERRO-SW
                       END-IF
                       IF FMC-DATA-MOVTO NOT = MF-DATA-REGISTRO
                           DISPLAY "FREQMOV COM DATA DE MOVIMENTO "
                                   "ERRADA: " FMC-DATA-MOVTO
                           MOVE "S" TO MF-LOTE-ERRO-SW
                       END-IF
                   END-IF
               WHEN FMR-E-RODAPE
                   IF MF-ROD-VISTO
                       DISPLAY "FREQMOV COM MAIS DE UM RODAPE"
                       MOVE "S" TO MF-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO MF-ROD-VISTO-SW
                       MOVE FMR-CONTADOR TO MF-ROD-CONTADOR
                       MOVE FMR-HASH     TO MF-ROD-HASH
                   END-IF
               WHEN OTHER
                   IF MF-ROD-VISTO
                       DISPLAY "FREQMOV COM REGISTRO APOS O RODAPE"
                       MOVE "S" TO MF-LOTE-ERRO-SW
                   END-IF
                   ADD 1 TO MF-QTD-DETALHES
                   IF FRM-MATRICULA IS NUMERIC
                       ADD FRM-MATRICULA TO MF-HASH-SOMA
                   END-IF
           END-EVALUATE

           READ MF-MOV-FILE
               AT END
                   MOVE "S" TO MF-EOF-MOV
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Aplica a chamada corrente e le a proxima. Matricula fora
      * do cadastro ou inativa (ERRO 13), presenca ou data
      * invalida (ERRO 10), data futura (ERRO 12), data que nao
      * seja dia letivo (ERRO 23) e chamada de uma data ja
      * lancada para o aluno em MNFREQDIA (ERRO 22) sao recusadas
      * e listadas no relatorio, sem tocar em MNFREQ. Chamada
      * atrasada de um dia anterior ainda nao lancado e aceita.
      *----------------------------------------------------------
       3000-APLICAR-CHAMADA.
           ADD 1 TO MF-QTD-LIDAS
           MOVE ZERO TO ERR-STATUS-CODE

           IF FRM-MATRICULA IS NOT NUMERIC
               MOVE 13 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF
           MOVE FRM-MATRICULA TO ALU-MATRICULA
           READ MF-ALUNOS-FILE
               INVALID KEY
                   MOVE 13 TO ERR-STATUS-CODE
               NOT INVALID KEY
                   IF NOT ALU-ATIVO
                       MOVE 13 TO ERR-STATUS-CODE
                   END-IF
           END-READ
           IF NOT ERR-SUCESSO
               GO TO 3000-RECUSAR
           END-IF

           IF (NOT FRM-PRESENTE AND NOT FRM-FALTOU)
                   OR FRM-DATA-AULA IS NOT NUMERIC
               MOVE 10 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF

           IF FRM-DATA-AULA > MF-DATA-REGISTRO
               MOVE 12 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF

           MOVE FRM-DATA-AULA TO CAL-DATA
           READ MF-CAL-FILE
               INVALID KEY
                   MOVE 23 TO ERR-STATUS-CODE
               NOT INVALID KEY
                   IF NOT CAL-DIA-LETIVO
                           OR CAL-BIMESTRE < 1 OR CAL-BIMESTRE > 4
                       MOVE 23 TO ERR-STATUS-CODE
                   END-IF
           END-READ
           IF NOT ERR-SUCESSO
               GO TO 3000-RECUSAR
           END-IF

           MOVE "N" TO MF-FREQ-NOVA-SW
           MOVE FRM-MATRICULA TO FRQ-MATRICULA
           MOVE CAL-BIMESTRE  TO FRQ-BIMESTRE
           READ MF-FREQ-FILE
               INVALID KEY
                   MOVE "S"  TO MF-FREQ-NOVA-SW
                   MOVE ZERO TO FRQ-DIAS
                   MOVE ZERO TO FRQ-FALTAS
                   MOVE ZERO TO FRQ-DATA-ULT
           END-READ

      *A data de aula mais recente do bimestre ja foi lancada, mesmo
      *que antes de existir o MNFREQDIA
           IF FRM-DATA-AULA = FRQ-DATA-ULT
               MOVE 22 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF

           MOVE FRM-MATRICULA    TO FRD-MATRICULA
           MOVE FRM-DATA-AULA    TO FRD-DATA-AULA
           MOVE FRM-PRESENCA     TO FRD-PRESENCA
           MOVE MF-DATA-REGISTRO TO FRD-DATA-MOV
           WRITE FRD-REC
               INVALID KEY
                   MOVE 22 TO ERR-STATUS-CODE
           END-WRITE
           IF NOT ERR-SUCESSO
               GO TO 3000-RECUSAR
           END-IF

           ADD 1 TO FRQ-DIAS
           IF FRM-FALTOU
               ADD 1 TO FRQ-FALTAS
               ADD 1 TO MF-QTD-FALTAS
           END-IF
           IF FRM-DATA-AULA > FRQ-DATA-ULT
               MOVE FRM-DATA-AULA TO FRQ-DATA-ULT
           END-IF

           IF MF-FREQ-NOVA
               WRITE FRQ-REC
           ELSE
               REWRITE FRQ-REC
           END-IF
           ADD 1 TO MF-QTD-ACEITAS
           GO TO 3000-LER.

       3000-RECUSAR.
           PERFORM 3200-GRAVAR-RECUSA THRU 3200-EXIT.

       3000-LER.
           PERFORM 3100-LER-MOVIMENTO THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le a proxima chamada, pulando o cabecalho e o rodape de
      * controle ja conferidos.
      *----------------------------------------------------------
       3100-LER-MOVIMENTO.
           READ MF-MOV-FILE
               AT END
                   MOVE "S" TO MF-EOF-MOV
           END-READ
           IF NOT MF-FIM-MOV
                   AND (FMC-E-CABECALHO OR FMR-E-RODAPE)
               GO TO 3100-LER-MOVIMENTO
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava a chamada recusada no relatorio de aplicacao, com a
      * mensagem padrao do codigo deixado em ERR-STATUS-CODE.
      *----------------------------------------------------------
       3200-GRAVAR-RECUSA.
           ADD 1 TO MF-QTD-RECUSADAS
           MOVE FRM-REC(1:6)    TO MF-REC-MATRICULA
           MOVE FRM-REC(9:8)    TO MF-REC-DATA
           MOVE FRM-PRESENCA    TO MF-REC-PRESENCA
           EVALUATE TRUE
               WHEN ERR-ALUNO-NAO-CADASTRADO
                   MOVE ERR-MSG-ALUNO-NAO-CADASTRADO TO MF-REC-MOTIVO
               WHEN ERR-FORA-DE-FAIXA
                   MOVE ERR-MSG-FORA-DE-FAIXA TO MF-REC-MOTIVO
               WHEN ERR-DATA-NAO-LETIVA
                   MOVE ERR-MSG-DATA-NAO-LETIVA TO MF-REC-MOTIVO
               WHEN ERR-DATA-JA-PROCESSADA
                   MOVE "CHAMADA DO DIA JA LANCADA PARA O ALUNO"
                       TO MF-REC-MOTIVO
               WHEN OTHER
                   MOVE ERR-MSG-ENTRADA-INVALIDA TO MF-REC-MOTIVO
           END-EVALUATE
           MOVE MF-LINHA-RECUSA TO MF-REL-REC
           WRITE MF-REL-REC.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da aplicacao, no relatorio e no console.
      *----------------------------------------------------------
       5000-GRAVAR-TOTAIS.
           MOVE MF-LINHA TO MF-REL-REC
           WRITE MF-REL-REC

           MOVE SPACES TO MF-REL-REC
           MOVE MF-QTD-LIDAS TO MF-QTD-ED
           STRING "CHAMADAS LIDAS      : " MF-QTD-ED
               DELIMITED BY SIZE INTO MF-REL-REC
           WRITE MF-REL-REC
           DISPLAY MF-REL-REC(1:40)

           MOVE SPACES TO MF-REL-REC
           MOVE MF-QTD-ACEITAS TO MF-QTD-ED
           STRING "CHAMADAS ACUMULADAS : " MF-QTD-ED
               DELIMITED BY SIZE INTO MF-REL-REC
           WRITE MF-REL-REC
           DISPLAY MF-REL-REC(1:40)

           MOVE SPACES TO MF-REL-REC
           MOVE MF-QTD-FALTAS TO MF-QTD-ED
           STRING "FALTAS ACUMULADAS   : " MF-QTD-ED
               DELIMITED BY SIZE INTO MF-REL-REC
           WRITE MF-REL-REC
           DISPLAY MF-REL-REC(1:40)

           MOVE SPACES TO MF-REL-REC
           MOVE MF-QTD-RECUSADAS TO MF-QTD-ED
           STRING "CHAMADAS RECUSADAS  : " MF-QTD-ED
               DELIMITED BY SIZE INTO MF-REL-REC
           WRITE MF-REL-REC
           DISPLAY MF-REL-REC(1:40).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Relatorio de frequencia por turma do bimestre da data do
      * movimento (MNFREQTUR): classifica a frequencia acumulada
      * do bimestre por turma e matricula e lista cada aluno com
      * dias, faltas e percentual, apontando quem esta abaixo do
      * minimo, com o professor responsavel na quebra de turma.
      *----------------------------------------------------------
       6000-RELATORIO-TURMAS.
           IF MF-BIM-RELATORIO < 1 OR MF-BIM-RELATORIO > 4
               DISPLAY "DATA DO MOVIMENTO SEM BIMESTRE NO CALENDARIO"
                       " - RELATORIO POR TURMA NAO GERADO"
               GO TO 6000-EXIT
           END-IF

           OPEN INPUT MF-TURMAS-FILE
           IF MF-TURMAS-OK
               MOVE "S" TO MF-TURMAS-SW
           ELSE
               DISPLAY "MNTURMAS NAO ENCONTRADO - PROFESSOR EM "
                       "BRANCO NO RELATORIO"
           END-IF

           OPEN OUTPUT MF-TUR-FILE
           MOVE MF-BIM-RELATORIO TO MF-TIT-BIMESTRE
           MOVE MF-DATA-REGISTRO TO MF-TIT-DATA
           MOVE MF-FREQ-MINIMA   TO MF-TIT-MINIMA
           MOVE MF-LINHA-TIT TO MF-TUR-REC
           WRITE MF-TUR-REC
           MOVE MF-LINHA TO MF-TUR-REC
           WRITE MF-TUR-REC

           SORT MF-SORT-FILE
               ON ASCENDING KEY MF-SORT-TURMA
                                MF-SORT-MATRICULA
               INPUT PROCEDURE IS 6100-SELECIONAR-FREQUENCIA
                   THRU 6100-EXIT
               OUTPUT PROCEDURE IS 6300-LISTAR-TURMAS
                   THRU 6300-EXIT

           MOVE MF-LINHA TO MF-TUR-REC
           WRITE MF-TUR-REC
           MOVE SPACES TO MF-TUR-REC
           MOVE MF-QTD-LISTADOS TO MF-QTD-ED
           STRING "ALUNOS LISTADOS     : " MF-QTD-ED
               DELIMITED BY SIZE INTO MF-TUR-REC
           WRITE MF-TUR-REC
           DISPLAY MF-TUR-REC(1:40)
           MOVE SPACES TO MF-TUR-REC
           MOVE MF-QTD-ABAIXO TO MF-QTD-ED
           STRING "ABAIXO DO MINIMO    : " MF-QTD-ED
               DELIMITED BY SIZE INTO MF-TUR-REC
           WRITE MF-TUR-REC
           DISPLAY MF-TUR-REC(1:40)

           CLOSE MF-TUR-FILE
           IF MF-TURMAS-ABERTO
               CLOSE MF-TURMAS-FILE
           END-IF.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de entrada da classificacao: percorre MNFREQ
      * em ordem de chave e libera as linhas do bimestre pedido,
      * com a turma e o nome do cadastro mestre.
      *----------------------------------------------------------
       6100-SELECIONAR-FREQUENCIA.
           MOVE "N"   TO MF-EOF-FREQ
           MOVE ZEROS TO FRQ-CHAVE
           START MF-FREQ-FILE KEY IS NOT LESS THAN FRQ-CHAVE
               INVALID KEY
                   MOVE "S" TO MF-EOF-FREQ
           END-START

           PERFORM 6150-LIBERAR-FREQUENCIA THRU 6150-EXIT
               UNTIL MF-FIM-FREQ.

       6100-EXIT.
           EXIT.

       6150-LIBERAR-FREQUENCIA.
           READ MF-FREQ-FILE NEXT RECORD
               AT END
                   MOVE "S" TO MF-EOF-FREQ
                   GO TO 6150-EXIT
           END-READ

           IF FRQ-BIMESTRE NOT = MF-BIM-RELATORIO
               GO TO 6150-EXIT
           END-IF

           MOVE FRQ-MATRICULA TO ALU-MATRICULA
           READ MF-ALUNOS-FILE
               INVALID KEY
                   MOVE SPACES TO ALU-NOME
                   MOVE SPACES TO ALU-TURMA
           END-READ

           MOVE ALU-TURMA     TO MF-SORT-TURMA
           MOVE FRQ-MATRICULA TO MF-SORT-MATRICULA
           MOVE ALU-NOME      TO MF-SORT-NOME
           MOVE FRQ-DIAS      TO MF-SORT-DIAS
           MOVE FRQ-FALTAS    TO MF-SORT-FALTAS
           RELEASE MF-SORT-REC.

       6150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de saida da classificacao: lista os alunos
      * em ordem de turma e matricula, com quebra por turma.
      *----------------------------------------------------------
       6300-LISTAR-TURMAS.
           MOVE "N" TO MF-EOF-SORT
           PERFORM 6310-RETORNAR-LINHA THRU 6310-EXIT

           PERFORM 6320-LISTAR-ALUNO THRU 6320-EXIT
               UNTIL MF-FIM-SORT

           IF MF-QTD-TURMA > ZERO
               PERFORM 6400-GRAVAR-QUEBRA-TURMA THRU 6400-EXIT
           END-IF.

       6300-EXIT.
           EXIT.

       6310-RETORNAR-LINHA.
           RETURN MF-SORT-FILE
               AT END
                   MOVE "S" TO MF-EOF-SORT
           END-RETURN.

       6310-EXIT.
           EXIT.

       6320-LISTAR-ALUNO.
           IF MF-QTD-TURMA > ZERO
                   AND MF-SORT-TURMA NOT = MF-TURMA-ATUAL
               PERFORM 6400-GRAVAR-QUEBRA-TURMA THRU 6400-EXIT
           END-IF

           IF MF-QTD-TURMA = ZERO
               MOVE MF-SORT-TURMA TO MF-TURMA-ATUAL
               PERFORM 6350-GRAVAR-CABECALHO-TURMA THRU 6350-EXIT
           END-IF

           ADD 1 TO MF-QTD-TURMA
           ADD 1 TO MF-QTD-LISTADOS
           MOVE ZERO TO MF-PERCENTUAL
           IF MF-SORT-DIAS > ZERO
               COMPUTE MF-PERCENTUAL ROUNDED
                   = (MF-SORT-DIAS - MF-SORT-FALTAS) * 100
                     / MF-SORT-DIAS
           END-IF

           MOVE MF-SORT-MATRICULA TO MF-ALU-MATRICULA
           MOVE MF-SORT-NOME      TO MF-ALU-NOME
           MOVE MF-SORT-DIAS      TO MF-ALU-DIAS
           MOVE MF-SORT-FALTAS    TO MF-ALU-FALTAS
           MOVE MF-PERCENTUAL     TO MF-ALU-PERC
           IF MF-PERCENTUAL < MF-FREQ-MINIMA
               MOVE "*ABAIXO MINIMO" TO MF-ALU-ALERTA
               ADD 1 TO MF-ABAIXO-TURMA
               ADD 1 TO MF-QTD-ABAIXO
           ELSE
               MOVE SPACES TO MF-ALU-ALERTA
           END-IF
           MOVE MF-LINHA-ALUNO TO MF-TUR-REC
           WRITE MF-TUR-REC

           PERFORM 6310-RETORNAR-LINHA THRU 6310-EXIT.

       6320-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Cabecalho da turma que comeca, com o professor
      * responsavel do cadastro de turmas, quando aberto.
      *----------------------------------------------------------
       6350-GRAVAR-CABECALHO-TURMA.
           MOVE SPACES TO MF-TUR-PROFESSOR
           IF MF-TURMAS-ABERTO
               MOVE MF-TURMA-ATUAL TO TUR-CODIGO
               READ MF-TURMAS-FILE
                   INVALID KEY
                       MOVE "TURMA NAO CADASTRADA"
                           TO MF-TUR-PROFESSOR
                   NOT INVALID KEY
                       MOVE TUR-PROFESSOR TO MF-TUR-PROFESSOR
               END-READ
           END-IF
           MOVE MF-TURMA-ATUAL TO MF-TUR-CODIGO
           MOVE MF-LINHA-TURMA TO MF-TUR-REC
           WRITE MF-TUR-REC.

       6350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da turma que terminou e zera os acumuladores.
      *----------------------------------------------------------
       6400-GRAVAR-QUEBRA-TURMA.
           MOVE MF-QTD-TURMA    TO MF-TOT-QTD
           MOVE MF-ABAIXO-TURMA TO MF-TOT-ABAIXO
           MOVE MF-LINHA-TOT-TURMA TO MF-TUR-REC
           WRITE MF-TUR-REC
           MOVE SPACES TO MF-TUR-REC
           WRITE MF-TUR-REC

           MOVE ZERO TO MF-QTD-TURMA
           MOVE ZERO TO MF-ABAIXO-TURMA.

       6400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada pela MN-FREQUENCIA.
      * REPROCESSO=S em SISPARM autoriza rodar de novo.
      *----------------------------------------------------------
       7500-VERIFICAR-RUNCTL.
           MOVE "N" TO MF-RUN-JA-SW
           ACCEPT MF-HORA-INICIO FROM TIME
           IF MF-DATA-MOVIMENTO > ZERO
               MOVE MF-DATA-MOVIMENTO TO MF-DATA-REGISTRO
           ELSE
               ACCEPT MF-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT MF-RUN-FILE
           IF MF-RUNCTL-INEXISTENTE
               GO TO 7500-EXIT
           END-IF

           MOVE "N" TO MF-RUN-EOF-SW
           READ MF-RUN-FILE
               AT END
                   MOVE "S" TO MF-RUN-EOF-SW
           END-READ

           PERFORM 7550-CONFERIR-EXECUCAO THRU 7550-EXIT
               UNTIL MF-RUN-FIM-ARQ

           CLOSE MF-RUN-FILE

           IF MF-RUN-JA-PROCESSADO AND MF-REPROCESSO-PEDIDO
               MOVE "N" TO MF-RUN-JA-SW
               DISPLAY "REPROCESSO AUTORIZADO POR SISPARM"
           END-IF.

       7500-EXIT.
           EXIT.

       7550-CONFERIR-EXECUCAO.
           MOVE MF-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "MN-FREQUENCIA"
                   AND RUN-DATA-MOV = MF-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO MF-RUN-JA-SW
           END-IF
           READ MF-RUN-FILE
               AT END
                   MOVE "S" TO MF-RUN-EOF-SW
           END-READ.

       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: situacao C (limpa), A
      * (com chamadas recusadas) ou E (erro fatal), derivada do
      * codigo de condicao; processados = chamadas acumuladas,
      * rejeitados = chamadas recusadas.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND MF-RUN-FILE
           IF MF-RUNCTL-INEXISTENTE
               OPEN OUTPUT MF-RUN-FILE
           END-IF

           MOVE "MN-FREQUENCIA"  TO RUN-PROGRAMA
           MOVE MF-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE MF-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT MF-HORA-FIM FROM TIME
           MOVE MF-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE MF-QTD-ACEITAS   TO RUN-QTD-PROC
           MOVE MF-QTD-RECUSADAS TO RUN-QTD-REJ
           MOVE RUN-LINHA TO MF-RUN-REC
           WRITE MF-RUN-REC
           CLOSE MF-RUN-FILE.

       7600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le a data do movimento no calendario: o bimestre dela e o
      * do relatorio por turma, gerado no dia de fechamento de
      * bimestre. A data do movimento nao precisa ser letiva (a
      * chamada atrasada de sexta pode chegar no sabado); cada
      * data de aula e conferida na aplicacao.
      *----------------------------------------------------------
       7700-LER-DATA-MOVIMENTO.
           MOVE "N"  TO MF-FECHAMENTO-SW
           MOVE ZERO TO MF-BIM-RELATORIO
           MOVE MF-DATA-REGISTRO TO CAL-DATA
           READ MF-CAL-FILE
               INVALID KEY
                   DISPLAY "DATA DO MOVIMENTO FORA DO CALENDARIO: "
                           MF-DATA-REGISTRO
               NOT INVALID KEY
                   MOVE CAL-BIMESTRE TO MF-BIM-RELATORIO
                   IF CAL-FECHAMENTO-BIM
                       MOVE "S" TO MF-FECHAMENTO-SW
                       DISPLAY "DIA DE FECHAMENTO DO BIMESTRE "
                               CAL-BIMESTRE
                               " - RELATORIO POR TURMA SERA GERADO"
                   END-IF
           END-READ.

       7700-EXIT.
           EXIT.
