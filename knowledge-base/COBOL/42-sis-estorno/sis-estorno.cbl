       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-ESTORNO.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para o estorno de uma data de
      *               movimento inteira na cadeia noturna, quando um
      *               LOTEIN errado foi processado - ate aqui o
      *               REPROCESSO=S so deixava rodar a data de novo,
      *               e o que a noite errada gravou em CALCAUDIT,
      *               CTHIST e MNHIST ficava para tras ou duplicava,
      *               limpo a mao arquivo por arquivo. Para a data
      *               pedida (DATA-MOVIMENTO em SISPARM; sem SISPARM,
      *               prompt): retira de CALCAUDIT as linhas do modo
      *               de lote da data e de CTHIST as linhas da data;
      *               devolve ao MNHIST, pelo diario MNHISANT, os
      *               registros de bimestre que a MEDIA-NOTAS
      *               regravou ou incluiu (e desfaz a consolidacao
      *               em MNAVAL quando a MN-CONSOLIDA rodou na data);
      *               gera em MNFEEDEST o feed corretivo da
      *               secretaria (flag E = aluno enviado pela noite
      *               estornada, a excluir; flag C = dados de antes,
      *               a reenviar), comparando a base rolada pelo
      *               MN-DELTA com a copia MNFEEDBKP, e devolve a
      *               base MNFEEDANT; marca com situacao R as
      *               execucoes da data em SISRUNCT, para a protecao
      *               contra dupla execucao liberar o reprocesso sem
      *               REPROCESSO=S. Relatorio do que foi desfeito,
      *               com as quantidades, em ESTREL e no console.
      *               Recusa com ERRO 26 e RC 8 a data ja fechada
      *               pelo FECHA-ANO, a data com noite posterior ja
      *               processada pela cadeia ou ja arquivada pelo
      *               REL-ARQUIVA (so a ultima noite pode ser
      *               estornada: o diario e a copia da base guardam
      *               apenas o estado de antes dela) e a data sem
      *               execucao a estornar. Divergencia no MNHIST ou
      *               copia ausente terminam com RC 4.
      * 2026-10-15 RO Data em que o MN-RECUPERA ja aplicou a prova de
      *               recuperacao (na data ou depois) e recusada com
      *               ERRO 26: ele regrava o MNHIST sem o diario
      *               MNHISANT e o estorno descartaria ou deixaria
      *               pela metade a recuperacao. REWRITE e DELETE do
      *               MNHIST que falham sao listados como divergencia
      *               (RC 4), sem contar como restaurados; o mesmo
      *               para a marca de consolidado em MNAVAL. A linha
      *               de marca da data da copia MNFEEDBKP e pulada:
      *               com a base de antes vazia, todos os enviados
      *               saem com flag E e a MNFEEDANT e esvaziada.
      * 2026-10-15 RO MNFEEDANT aberta controlada por ES-BASE-SW (o
      *               status do fim da leitura nao a deixa mais
      *               aberta). Erro na abertura ou gravacao da
      *               MNFEEDANT na devolucao mantem a MNFEEDBKP, sai
      *               no relatorio e termina com RC 8; so gravacao
      *               bem sucedida conta como devolvida. O diario
      *               MNHISANT guarda so a ultima noite: a
      *               MEDIA-NOTAS o recomeca a cada data nova.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ES-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-PARM-STATUS.

           SELECT ES-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-RUN-STATUS.

           SELECT ES-IX-FILE ASSIGN TO "RELARQIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-IX-STATUS.

           SELECT ES-AUDIT-FILE ASSIGN TO "CALCAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-AUDIT-STATUS.

           SELECT ES-CTH-FILE ASSIGN TO "CTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-CTH-STATUS.

           SELECT ES-HIST-FILE ASSIGN TO "MNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS ES-HIST-STATUS.

           SELECT ES-HISANT-FILE ASSIGN TO "MNHISANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-HISANT-STATUS.

           SELECT ES-AVAL-FILE ASSIGN TO "MNAVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS ES-AVAL-STATUS.

           SELECT ES-BASE-FILE ASSIGN TO "MNFEEDANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-BASE-STATUS.

           SELECT ES-BKP-FILE ASSIGN TO "MNFEEDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ES-BKP-STATUS.

           SELECT ES-CORR-FILE ASSIGN TO "MNFEEDEST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ES-REL-FILE ASSIGN TO "ESTREL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *Arquivo de trabalho: linhas mantidas de cada arquivo
      *sequencial regravado, copiadas de volta ao final, ja que nao
      *se pode ler e regravar o mesmo arquivo num so passo.
           SELECT ES-TRAB-FILE ASSIGN TO "ESTNOVO"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ES-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-PARM-REC            PIC X(80).

       FD  ES-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-RUN-REC             PIC X(80).

      *Indice de datas arquivadas do REL-ARQUIVA (so a data importa)
       FD  ES-IX-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-IX-REC.
           05 ES-IX-DATA           PIC 9(08).
           05 FILLER               PIC X(28).

      *Linha de CALCAUDIT: a data nas colunas 1-8 e o operador nas
      *colunas 76-83 nas tres variantes (LOTE = modo de lote)
       FD  ES-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-AUDIT-REC.
           05 ES-AUD-DATA          PIC 9(08).
           05 FILLER               PIC X(67).
           05 ES-AUD-OPERADOR      PIC X(08).
           05 FILLER               PIC X(07).

       FD  ES-CTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-CTH-REC             PIC X(80).

       FD  ES-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  ES-HISANT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-HISANT-REC          PIC X(56).

       FD  ES-AVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AVLREC.

      *Base do feed incremental, ja rolada com o MNFEED da data
       FD  ES-BASE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-BASE-REC.
           05 ES-BASE-STU-ID       PIC 9(06).
           05 ES-BASE-MEDIA        PIC 9(02)V9.
           05 ES-BASE-RESULTADO    PIC X(11).

       FD  ES-BKP-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-BKP-REC             PIC X(29).

      *Feed corretivo: flag E (excluir) ou C (reenviar os dados de
      *antes) seguida do registro no layout do MNFEED, como o
      *MNDELTA
       FD  ES-CORR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-CORR-REC.
           05 ES-CORR-FLAG         PIC X(01).
           05 FILLER               PIC X(01).
           05 ES-CORR-DADOS        PIC X(20).

       FD  ES-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-REL-REC             PIC X(80).

       FD  ES-TRAB-FILE
           LABEL RECORDS ARE STANDARD.
       01  ES-TRAB-REC            PIC X(90).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

      *Linha de CTHIST, do diario de imagens anteriores do MNHIST e
      *da copia da base do feed incremental
           COPY CTHREC.
           COPY HANREC.
           COPY FBKREC.

       01 ES-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos; 35 = arquivo ainda nao existe
       01 ES-PARM-STATUS   PIC X(02).
           88 ES-PARM-OK           VALUE "00".
           88 ES-PARM-INEXISTENTE  VALUE "35".
       01 ES-RUN-STATUS    PIC X(02).
           88 ES-RUNCTL-OK         VALUE "00".
           88 ES-RUNCTL-INEXISTENTE VALUE "35".
       01 ES-IX-STATUS     PIC X(02).
           88 ES-IX-OK             VALUE "00".
           88 ES-IX-INEXISTENTE    VALUE "35".
       01 ES-AUDIT-STATUS  PIC X(02).
           88 ES-AUDIT-OK          VALUE "00".
           88 ES-AUDIT-INEXISTENTE VALUE "35".
       01 ES-CTH-STATUS    PIC X(02).
           88 ES-CTH-OK            VALUE "00".
           88 ES-CTH-INEXISTENTE   VALUE "35".
       01 ES-HIST-STATUS   PIC X(02).
           88 ES-HIST-OK           VALUE "00".
           88 ES-HIST-INEXISTENTE  VALUE "35".
       01 ES-HISANT-STATUS PIC X(02).
           88 ES-HISANT-OK         VALUE "00".
           88 ES-HISANT-INEXISTENTE VALUE "35".
       01 ES-AVAL-STATUS   PIC X(02).
           88 ES-AVAL-OK           VALUE "00".
           88 ES-AVAL-INEXISTENTE  VALUE "35".
       01 ES-BASE-STATUS   PIC X(02).
           88 ES-BASE-OK           VALUE "00".
           88 ES-BASE-INEXISTENTE  VALUE "35".
       01 ES-BKP-STATUS    PIC X(02).
           88 ES-BKP-OK            VALUE "00".
           88 ES-BKP-INEXISTENTE   VALUE "35".

      *Parametros de SISPARM tratados por este passo
       01 ES-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 ES-PARM-FIM          VALUE "S".
       01 ES-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 ES-PARM-COM-ERRO     VALUE "S".
       01 ES-PARM-CHAVE    PIC X(16).
       01 ES-PARM-VALOR    PIC X(16).
       77 ES-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.

      *Data estornada e horario da execucao, para SISRUNCT
       77 ES-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       77 ES-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 ES-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Passos da cadeia noturna cujas execucoes sao estornadas
       01 ES-TAB-NOMES.
           05 FILLER           PIC X(14) VALUE "ROTEADOR-LOTE".
           05 FILLER           PIC X(14) VALUE "CALCULADORA".
           05 FILLER           PIC X(14) VALUE "MEDIA-NOTAS".
           05 FILLER           PIC X(14) VALUE "MN-DELTA".
           05 FILLER           PIC X(14) VALUE "CONVERSOR-TEMP".
           05 FILLER           PIC X(14) VALUE "CONVERSOR-SENS".
           05 FILLER           PIC X(14) VALUE "MN-CONSOLIDA".
       01 ES-TAB-NOMES-R REDEFINES ES-TAB-NOMES.
           05 ES-NOME-PASSO    PIC X(14) OCCURS 7 TIMES.

      *Execucao completa (C ou A) de cada passo na data a estornar
      *e os processados da ultima delas
       01 ES-TAB-APURACAO.
           05 ES-ENT OCCURS 7 TIMES.
               10 ES-RODOU-SW      PIC X(01).
               10 ES-PROC          PIC 9(06).
       77 ES-IND           PIC 9(02) COMP.
       77 ES-IND-ACHADO    PIC 9(02) COMP.
       77 ES-IND-MN        PIC 9(02) COMP VALUE 3.
       77 ES-IND-MD        PIC 9(02) COMP VALUE 4.
       77 ES-IND-CN        PIC 9(02) COMP VALUE 7.

      *Motivos de recusa do estorno
       01 ES-FECHADO-SW    PIC X(01) VALUE "N".
           88 ES-DATA-FECHADA      VALUE "S".
       01 ES-POSTERIOR-SW  PIC X(01) VALUE "N".
           88 ES-HA-POSTERIOR      VALUE "S".
       01 ES-ARQUIVADO-SW  PIC X(01) VALUE "N".
           88 ES-DATA-ARQUIVADA    VALUE "S".
       01 ES-RECUPERA-SW   PIC X(01) VALUE "N".
           88 ES-HA-RECUPERACAO    VALUE "S".
       77 ES-DATA-FECHA    PIC 9(08) VALUE ZERO.
       77 ES-DATA-RECUPERA PIC 9(08) VALUE ZERO.
       77 ES-DATA-POSTERIOR PIC 9(08) VALUE ZERO.
       77 ES-DATA-ARQUIVO  PIC 9(08) VALUE ZERO.

      *Controle de fim de arquivo
       01 ES-EOF-SW        PIC X(01) VALUE "N".
           88 ES-FIM               VALUE "S".
       01 ES-EOF-BASE      PIC X(01) VALUE "N".
           88 ES-FIM-BASE          VALUE "S".
       01 ES-EOF-BKP       PIC X(01) VALUE "N".
           88 ES-FIM-BKP           VALUE "S".
       01 ES-BASE-SW       PIC X(01) VALUE "N".
           88 ES-BASE-ABERTA       VALUE "S".
       01 ES-DEVOLVE-SW    PIC X(01) VALUE "N".
           88 ES-DEVOLVE-ERRO      VALUE "S".
       77 ES-DEVOLVE-STATUS PIC X(02) VALUE SPACES.

      *Restauracao do MNHIST
       01 ES-ACHOU-SW      PIC X(01) VALUE "N".
           88 ES-ACHOU             VALUE "S".
       01 ES-AVAL-SW       PIC X(01) VALUE "N".
           88 ES-AVAL-ABERTO       VALUE "S".

      *Quantidades do que foi desfeito
       77 ES-QTD-PASSOS    PIC 9(06) VALUE ZERO.
       77 ES-QTD-AUD-REM   PIC 9(06) VALUE ZERO.
       77 ES-QTD-AUD-INT   PIC 9(06) VALUE ZERO.
       77 ES-QTD-CTH-REM   PIC 9(06) VALUE ZERO.
       77 ES-QTD-HIS-REST  PIC 9(06) VALUE ZERO.
       77 ES-QTD-HIS-EXCL  PIC 9(06) VALUE ZERO.
       77 ES-QTD-HIS-DIV   PIC 9(06) VALUE ZERO.
       77 ES-QTD-AVL-DESF  PIC 9(06) VALUE ZERO.
       77 ES-QTD-CORR-E    PIC 9(06) VALUE ZERO.
       77 ES-QTD-CORR-C    PIC 9(06) VALUE ZERO.
       77 ES-QTD-QUEDAS    PIC 9(06) VALUE ZERO.
       77 ES-QTD-BASE      PIC 9(06) VALUE ZERO.
       77 ES-QTD-MARCADAS  PIC 9(06) VALUE ZERO.
       77 ES-QTD-AVISOS    PIC 9(06) VALUE ZERO.
       77 ES-QTD-DESFEITOS PIC 9(06) VALUE ZERO.
       77 ES-QTD-ED        PIC ZZZ,ZZ9.

      *Linhas do relatorio
       01 ES-LINHA-TIT.
           05 FILLER           PIC X(40)
               VALUE "SIS-ESTORNO - ESTORNO DO MOVIMENTO DE ".
           05 ES-TIT-DATA      PIC 9(08).
           05 FILLER           PIC X(32) VALUE SPACES.

       01 ES-LINHA-PASSO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ES-PAS-NOME      PIC X(14).
           05 FILLER           PIC X(16)
               VALUE "  PROCESSADOS: ".
           05 ES-PAS-PROC      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(41) VALUE SPACES.

       01 ES-LINHA-DET.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ES-DET-ARQUIVO   PIC X(10).
           05 FILLER           PIC X(10) VALUE "MATRICULA ".
           05 ES-DET-MATRICULA PIC 9(06).
           05 ES-DET-BIM-ROT   PIC X(05).
           05 ES-DET-BIMESTRE  PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 ES-DET-ACAO      PIC X(44).

       01 ES-LINHA-TOT.
           05 ES-TOT-ROTULO    PIC X(36).
           05 FILLER           PIC X(02) VALUE ": ".
           05 ES-TOT-QTD       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF ES-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT ES-HORA-INICIO FROM TIME
           MOVE ES-DATA-MOVIMENTO TO ES-DATA-REGISTRO

           PERFORM 2000-CONFERIR-RUNCTL THRU 2000-EXIT
           PERFORM 2500-CONFERIR-ARQUIVO THRU 2500-EXIT

           IF ES-DATA-FECHADA
               DISPLAY "DATA JA FECHADA PELO FECHA-ANO DE "
                       ES-DATA-FECHA
           END-IF
           IF ES-HA-POSTERIOR
               DISPLAY "CADEIA JA PROCESSOU O MOVIMENTO DE "
                       ES-DATA-POSTERIOR
               DISPLAY "SO A ULTIMA NOITE PODE SER ESTORNADA"
           END-IF
           IF ES-DATA-ARQUIVADA
               DISPLAY "REL-ARQUIVA JA ARQUIVOU O MOVIMENTO DE "
                       ES-DATA-ARQUIVO
           END-IF
           IF ES-HA-RECUPERACAO
               DISPLAY "MN-RECUPERA JA APLICOU A RECUPERACAO EM "
                       ES-DATA-RECUPERA
           END-IF
           IF ES-QTD-PASSOS = ZERO
               DISPLAY "NENHUMA EXECUCAO COMPLETA DA DATA "
                       ES-DATA-REGISTRO " A ESTORNAR"
           END-IF

           IF ES-DATA-FECHADA OR ES-HA-POSTERIOR
                   OR ES-DATA-ARQUIVADA OR ES-HA-RECUPERACAO
                   OR ES-QTD-PASSOS = ZERO
               MOVE 26 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ESTORNO-RECUSADO
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN OUTPUT ES-REL-FILE
           MOVE ES-DATA-REGISTRO TO ES-TIT-DATA
           MOVE ES-LINHA-TIT TO ES-REL-REC
           WRITE ES-REL-REC
           DISPLAY ES-REL-REC(1:48)
           MOVE ES-LINHA TO ES-REL-REC
           WRITE ES-REL-REC
           MOVE "EXECUCOES DA DATA ESTORNADAS:" TO ES-REL-REC
           WRITE ES-REL-REC
           MOVE 1 TO ES-IND
           PERFORM 2900-RELATAR-PASSO THRU 2900-EXIT
               UNTIL ES-IND > 7
           MOVE ES-LINHA TO ES-REL-REC
           WRITE ES-REL-REC

           PERFORM 3000-ESTORNAR-AUDITORIA THRU 3000-EXIT
           PERFORM 3500-ESTORNAR-CTHIST THRU 3500-EXIT

           IF ES-RODOU-SW(ES-IND-MN) = "S"
               PERFORM 4000-RESTAURAR-HISTORICO THRU 4000-EXIT
           END-IF

           IF ES-RODOU-SW(ES-IND-MD) = "S"
               PERFORM 5000-GERAR-CORRETIVO THRU 5000-EXIT
           END-IF

           PERFORM 6000-MARCAR-RUNCTL THRU 6000-EXIT

           PERFORM 6900-GRAVAR-TOTAIS THRU 6900-EXIT
           CLOSE ES-REL-FILE

           IF ES-QTD-AVISOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ES-DEVOLVE-ERRO
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM a chave deste passo: DATA-MOVIMENTO (a data
      * a estornar). As demais chaves sao dos outros programas.
      * Sem SISPARM, ou sem a chave, a data e pedida no console.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT ES-PARM-FILE
           IF ES-PARM-INEXISTENTE
               GO TO 1000-PEDIR-DATA
           END-IF

           MOVE "N" TO ES-PARM-EOF-SW
           READ ES-PARM-FILE
               AT END
                   MOVE "S" TO ES-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL ES-PARM-FIM

           CLOSE ES-PARM-FILE.

       1000-PEDIR-DATA.
           IF ES-PARM-COM-ERRO OR ES-DATA-MOVIMENTO > ZERO
               GO TO 1000-EXIT
           END-IF

           DISPLAY "Data do movimento a estornar (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT ES-PARM-VALOR
           DISPLAY " "
           IF ES-PARM-VALOR(1:8) IS NUMERIC
                   AND ES-PARM-VALOR(1:8) NOT = "00000000"
               MOVE ES-PARM-VALOR(1:8) TO ES-DATA-MOVIMENTO
           ELSE
               MOVE "S" TO ES-PARM-ERRO-SW
           END-IF.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF ES-PARM-REC(1:1) = "*" OR ES-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO ES-PARM-CHAVE
           MOVE SPACES TO ES-PARM-VALOR
           UNSTRING ES-PARM-REC DELIMITED BY "="
               INTO ES-PARM-CHAVE ES-PARM-VALOR
           END-UNSTRING

           EVALUATE ES-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " ES-PARM-REC(1:40)
                   IF ES-PARM-VALOR(1:8) IS NUMERIC
                       MOVE ES-PARM-VALOR(1:8) TO ES-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO ES-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               ES-PARM-REC(1:40)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ ES-PARM-FILE
               AT END
                   MOVE "S" TO ES-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Percorre o registro de execucoes (SISRUNCT): apura quais
      * passos da cadeia completaram (C ou A) a data a estornar e
      * recusa a data se o FECHA-ANO ja fechou o ano nela ou
      * depois, ou se algum passo da cadeia ja completou uma data
      * posterior - o diario MNHISANT e a copia MNFEEDBKP so
      * guardam o estado de antes da ultima noite.
      *----------------------------------------------------------
       2000-CONFERIR-RUNCTL.
           MOVE 1 TO ES-IND
           PERFORM 2050-LIMPAR-PASSO THRU 2050-EXIT
               UNTIL ES-IND > 7

           OPEN INPUT ES-RUN-FILE
           IF ES-RUNCTL-INEXISTENTE
               GO TO 2000-EXIT
           END-IF

           MOVE "N" TO ES-EOF-SW
           PERFORM 2100-APURAR-EXECUCAO THRU 2100-EXIT
               UNTIL ES-FIM

           CLOSE ES-RUN-FILE.

       2000-EXIT.
           EXIT.

       2050-LIMPAR-PASSO.
           MOVE "N" TO ES-RODOU-SW(ES-IND)
           MOVE ZERO TO ES-PROC(ES-IND)
           ADD 1 TO ES-IND.

       2050-EXIT.
           EXIT.

       2100-APURAR-EXECUCAO.
           READ ES-RUN-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
                   GO TO 2100-EXIT
           END-READ

           MOVE ES-RUN-REC TO RUN-LINHA
           IF NOT RUN-COMPLETO AND NOT RUN-AVISO
               GO TO 2100-EXIT
           END-IF

           IF RUN-PROGRAMA = "FECHA-ANO"
                   AND RUN-DATA-MOV NOT < ES-DATA-REGISTRO
               MOVE "S" TO ES-FECHADO-SW
               MOVE RUN-DATA-MOV TO ES-DATA-FECHA
               GO TO 2100-EXIT
           END-IF

           IF RUN-PROGRAMA = "MN-RECUPERA"
                   AND RUN-DATA-MOV NOT < ES-DATA-REGISTRO
               MOVE "S" TO ES-RECUPERA-SW
               IF RUN-DATA-MOV > ES-DATA-RECUPERA
                   MOVE RUN-DATA-MOV TO ES-DATA-RECUPERA
               END-IF
               GO TO 2100-EXIT
           END-IF

           PERFORM 2150-LOCALIZAR-PASSO THRU 2150-EXIT
           IF ES-IND-ACHADO = ZERO
               GO TO 2100-EXIT
           END-IF

           IF RUN-DATA-MOV > ES-DATA-REGISTRO
               MOVE "S" TO ES-POSTERIOR-SW
               IF RUN-DATA-MOV > ES-DATA-POSTERIOR
                   MOVE RUN-DATA-MOV TO ES-DATA-POSTERIOR
               END-IF
           END-IF

           IF RUN-DATA-MOV = ES-DATA-REGISTRO
               IF ES-RODOU-SW(ES-IND-ACHADO) = "N"
                   ADD 1 TO ES-QTD-PASSOS
               END-IF
               MOVE "S" TO ES-RODOU-SW(ES-IND-ACHADO)
               MOVE RUN-QTD-PROC TO ES-PROC(ES-IND-ACHADO)
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procura RUN-PROGRAMA na tabela de passos da cadeia; zero
      * em ES-IND-ACHADO quando nao e passo estornavel.
      *----------------------------------------------------------
       2150-LOCALIZAR-PASSO.
           MOVE ZERO TO ES-IND-ACHADO
           MOVE 1 TO ES-IND
           PERFORM 2160-COMPARAR-PASSO THRU 2160-EXIT
               UNTIL ES-IND > 7 OR ES-IND-ACHADO > ZERO.

       2150-EXIT.
           EXIT.

       2160-COMPARAR-PASSO.
           IF RUN-PROGRAMA = ES-NOME-PASSO(ES-IND)
               MOVE ES-IND TO ES-IND-ACHADO
           END-IF
           ADD 1 TO ES-IND.

       2160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere o indice do arquivo morto (RELARQIX): data
      * posterior ja arquivada significa que a noite seguinte ja
      * rodou e o arquivo morto seguiu adiante. O arquivamento da
      * propria data nao impede: o REL-ARQUIVA o substitui no
      * reprocesso.
      *----------------------------------------------------------
       2500-CONFERIR-ARQUIVO.
           OPEN INPUT ES-IX-FILE
           IF ES-IX-INEXISTENTE
               GO TO 2500-EXIT
           END-IF

           MOVE "N" TO ES-EOF-SW
           PERFORM 2550-LER-INDICE THRU 2550-EXIT
               UNTIL ES-FIM

           CLOSE ES-IX-FILE.

       2500-EXIT.
           EXIT.

       2550-LER-INDICE.
           READ ES-IX-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
               NOT AT END
                   IF ES-IX-DATA IS NUMERIC
                           AND ES-IX-DATA > ES-DATA-REGISTRO
                       MOVE "S" TO ES-ARQUIVADO-SW
                       IF ES-IX-DATA > ES-DATA-ARQUIVO
                           MOVE ES-IX-DATA TO ES-DATA-ARQUIVO
                       END-IF
                   END-IF
           END-READ.

       2550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Lista no relatorio e no console cada passo da cadeia que
      * completou a data, com os processados da execucao.
      *----------------------------------------------------------
       2900-RELATAR-PASSO.
           IF ES-RODOU-SW(ES-IND) = "S"
               MOVE ES-NOME-PASSO(ES-IND) TO ES-PAS-NOME
               MOVE ES-PROC(ES-IND) TO ES-PAS-PROC
               MOVE ES-LINHA-PASSO TO ES-REL-REC
               WRITE ES-REL-REC
               DISPLAY ES-REL-REC(1:40)
           END-IF
           ADD 1 TO ES-IND.

       2900-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Retira de CALCAUDIT as linhas do modo de lote (operador
      * LOTE) datadas com o movimento estornado. Linhas dos modos
      * interativo e moeda da mesma data foram digitadas por um
      * operador e ficam; sao apenas contadas.
      *----------------------------------------------------------
       3000-ESTORNAR-AUDITORIA.
           OPEN INPUT ES-AUDIT-FILE
           IF ES-AUDIT-INEXISTENTE
               MOVE "CALCAUDIT NAO ENCONTRADO - NADA A RETIRAR"
                   TO ES-REL-REC
               WRITE ES-REL-REC
               DISPLAY ES-REL-REC(1:50)
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT ES-TRAB-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 3100-SEPARAR-AUDITORIA THRU 3100-EXIT
               UNTIL ES-FIM
           CLOSE ES-AUDIT-FILE
           CLOSE ES-TRAB-FILE

           IF ES-QTD-AUD-REM = ZERO
               GO TO 3000-EXIT
           END-IF

           OPEN INPUT ES-TRAB-FILE
           OPEN OUTPUT ES-AUDIT-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 3200-DEVOLVER-AUDITORIA THRU 3200-EXIT
               UNTIL ES-FIM
           CLOSE ES-TRAB-FILE
           CLOSE ES-AUDIT-FILE.

       3000-EXIT.
           EXIT.

       3100-SEPARAR-AUDITORIA.
           READ ES-AUDIT-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
                   GO TO 3100-EXIT
           END-READ

           IF ES-AUD-DATA IS NUMERIC
                   AND ES-AUD-DATA = ES-DATA-REGISTRO
               IF ES-AUD-OPERADOR = "LOTE"
                   ADD 1 TO ES-QTD-AUD-REM
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO ES-QTD-AUD-INT
           END-IF

           MOVE ES-AUDIT-REC TO ES-TRAB-REC
           WRITE ES-TRAB-REC.

       3100-EXIT.
           EXIT.

       3200-DEVOLVER-AUDITORIA.
           READ ES-TRAB-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
               NOT AT END
                   MOVE ES-TRAB-REC TO ES-AUDIT-REC
                   WRITE ES-AUDIT-REC
           END-READ.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Retira de CTHIST as linhas datadas com o movimento
      * estornado (resumos diarios do CONVERSOR-TEMP).
      *----------------------------------------------------------
       3500-ESTORNAR-CTHIST.
           OPEN INPUT ES-CTH-FILE
           IF ES-CTH-INEXISTENTE
               MOVE "CTHIST NAO ENCONTRADO - NADA A RETIRAR"
                   TO ES-REL-REC
               WRITE ES-REL-REC
               DISPLAY ES-REL-REC(1:50)
               GO TO 3500-EXIT
           END-IF

           OPEN OUTPUT ES-TRAB-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 3600-SEPARAR-CTHIST THRU 3600-EXIT
               UNTIL ES-FIM
           CLOSE ES-CTH-FILE
           CLOSE ES-TRAB-FILE

           IF ES-QTD-CTH-REM = ZERO
               GO TO 3500-EXIT
           END-IF

           OPEN INPUT ES-TRAB-FILE
           OPEN OUTPUT ES-CTH-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 3700-DEVOLVER-CTHIST THRU 3700-EXIT
               UNTIL ES-FIM
           CLOSE ES-TRAB-FILE
           CLOSE ES-CTH-FILE.

       3500-EXIT.
           EXIT.

       3600-SEPARAR-CTHIST.
           READ ES-CTH-FILE INTO CTH-LINHA
               AT END
                   MOVE "S" TO ES-EOF-SW
                   GO TO 3600-EXIT
           END-READ

           IF CTH-DATA-MOV IS NUMERIC
                   AND CTH-DATA-MOV = ES-DATA-REGISTRO
               ADD 1 TO ES-QTD-CTH-REM
               GO TO 3600-EXIT
           END-IF

           MOVE ES-CTH-REC TO ES-TRAB-REC
           WRITE ES-TRAB-REC.

       3600-EXIT.
           EXIT.

       3700-DEVOLVER-CTHIST.
           READ ES-TRAB-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
               NOT AT END
                   MOVE ES-TRAB-REC TO ES-CTH-REC
                   WRITE ES-CTH-REC
           END-READ.

       3700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Devolve ao MNHIST os registros que a MEDIA-NOTAS gravou na
      * data, pelo diario MNHISANT: acao A regrava a imagem de
      * antes, acao I exclui o registro incluido. Registro que ja
      * nao traz a data estornada (regravado depois por outro
      * movimento) ou que sumiu e divergencia: fica como esta e e
      * listado. Se a MN-CONSOLIDA juntou alunos na data, a marca
      * de consolidado do bimestre volta a N em MNAVAL, para a
      * nova execucao junta-los de novo. Ao final as linhas da
      * data saem do diario.
      *----------------------------------------------------------
       4000-RESTAURAR-HISTORICO.
           OPEN INPUT ES-HISANT-FILE
           IF NOT ES-HISANT-OK
               MOVE "MNHISANT NAO ENCONTRADO - MNHIST NAO RESTAURADO"
                   TO ES-REL-REC
               WRITE ES-REL-REC
               DISPLAY ES-REL-REC(1:50)
               ADD 1 TO ES-QTD-AVISOS
               GO TO 4000-EXIT
           END-IF

           OPEN I-O ES-HIST-FILE
           IF NOT ES-HIST-OK
               MOVE "MNHIST NAO ENCONTRADO - NADA A RESTAURAR"
                   TO ES-REL-REC
               WRITE ES-REL-REC
               DISPLAY ES-REL-REC(1:50)
               ADD 1 TO ES-QTD-AVISOS
               CLOSE ES-HISANT-FILE
               GO TO 4000-EXIT
           END-IF

           MOVE "N" TO ES-AVAL-SW
           IF ES-PROC(ES-IND-CN) > ZERO
               OPEN I-O ES-AVAL-FILE
               IF ES-AVAL-OK
                   MOVE "S" TO ES-AVAL-SW
               ELSE
                   MOVE "MNAVAL NAO ENCONTRADO - CONSOLIDACAO MANTIDA"
                       TO ES-REL-REC
                   WRITE ES-REL-REC
                   DISPLAY ES-REL-REC(1:50)
                   ADD 1 TO ES-QTD-AVISOS
               END-IF
           END-IF

           MOVE "MNHIST - REGISTROS DEVOLVIDOS:" TO ES-REL-REC
           WRITE ES-REL-REC

           OPEN OUTPUT ES-TRAB-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 4100-LER-DIARIO THRU 4100-EXIT
               UNTIL ES-FIM
           CLOSE ES-HISANT-FILE
           CLOSE ES-TRAB-FILE
           CLOSE ES-HIST-FILE
           IF ES-AVAL-ABERTO
               CLOSE ES-AVAL-FILE
           END-IF

           OPEN INPUT ES-TRAB-FILE
           OPEN OUTPUT ES-HISANT-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 4400-DEVOLVER-DIARIO THRU 4400-EXIT
               UNTIL ES-FIM
           CLOSE ES-TRAB-FILE
           CLOSE ES-HISANT-FILE.

       4000-EXIT.
           EXIT.

       4100-LER-DIARIO.
           READ ES-HISANT-FILE INTO HAN-LINHA
               AT END
                   MOVE "S" TO ES-EOF-SW
                   GO TO 4100-EXIT
           END-READ

           IF HAN-DATA-MOV IS NUMERIC
                   AND HAN-DATA-MOV = ES-DATA-REGISTRO
               PERFORM 4200-DESFAZER-REGISTRO THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE ES-HISANT-REC TO ES-TRAB-REC
           WRITE ES-TRAB-REC.

       4100-EXIT.
           EXIT.

       4200-DESFAZER-REGISTRO.
           MOVE "MNHIST"      TO ES-DET-ARQUIVO
           MOVE HAN-MATRICULA TO ES-DET-MATRICULA
           MOVE " BIM "       TO ES-DET-BIM-ROT
           MOVE HAN-BIMESTRE  TO ES-DET-BIMESTRE
           MOVE SPACES        TO ES-DET-ACAO

           MOVE HAN-CHAVE TO HIS-CHAVE
           MOVE "S" TO ES-ACHOU-SW
           READ ES-HIST-FILE
               INVALID KEY
                   MOVE "N" TO ES-ACHOU-SW
           END-READ

           IF NOT ES-ACHOU
               MOVE "DIVERGENCIA: REGISTRO AUSENTE - MANTIDO"
                   TO ES-DET-ACAO
               ADD 1 TO ES-QTD-HIS-DIV
               ADD 1 TO ES-QTD-AVISOS
               GO TO 4200-LISTAR
           END-IF

           IF HIS-DATA-MOV NOT = ES-DATA-REGISTRO
               STRING "DIVERGENCIA: REGRAVADO EM " HIS-DATA-MOV
                      " - MANTIDO"
                   DELIMITED BY SIZE INTO ES-DET-ACAO
               ADD 1 TO ES-QTD-HIS-DIV
               ADD 1 TO ES-QTD-AVISOS
               GO TO 4200-LISTAR
           END-IF

           IF HAN-ALTERADO
               MOVE HAN-IMAGEM TO HIS-REC
               REWRITE HIS-REC
                   INVALID KEY
                       MOVE "N" TO ES-ACHOU-SW
               END-REWRITE
           ELSE
               DELETE ES-HIST-FILE
                   INVALID KEY
                       MOVE "N" TO ES-ACHOU-SW
               END-DELETE
           END-IF

           IF NOT ES-ACHOU
               MOVE "DIVERGENCIA: ATUALIZACAO FALHOU - MANTIDO"
                   TO ES-DET-ACAO
               ADD 1 TO ES-QTD-HIS-DIV
               ADD 1 TO ES-QTD-AVISOS
               GO TO 4200-LISTAR
           END-IF

           IF HAN-ALTERADO
               MOVE "RESTAURADO COM A IMAGEM ANTERIOR"
                   TO ES-DET-ACAO
               ADD 1 TO ES-QTD-HIS-REST
           ELSE
               MOVE "EXCLUIDO (INCLUIDO PELO MOVIMENTO)"
                   TO ES-DET-ACAO
               ADD 1 TO ES-QTD-HIS-EXCL
           END-IF

           IF ES-AVAL-ABERTO
               PERFORM 4300-DESFAZER-CONSOLIDACAO THRU 4300-EXIT
           END-IF.

       4200-LISTAR.
           MOVE ES-LINHA-DET TO ES-REL-REC
           WRITE ES-REL-REC.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Volta a N a marca de consolidado do aluno no bimestre em
      * MNAVAL (gravada pela MN-CONSOLIDA na data estornada).
      *----------------------------------------------------------
       4300-DESFAZER-CONSOLIDACAO.
           MOVE HAN-CHAVE TO AVL-CHAVE
           MOVE "S" TO ES-ACHOU-SW
           READ ES-AVAL-FILE
               INVALID KEY
                   MOVE "N" TO ES-ACHOU-SW
           END-READ

           IF ES-ACHOU AND AVL-JA-CONSOLIDADO
               MOVE "N" TO AVL-CONSOLIDADO
               REWRITE AVL-REC
                   INVALID KEY
                       DISPLAY "MNAVAL: ERRO AO REGRAVAR "
                               AVL-CHAVE
                       ADD 1 TO ES-QTD-AVISOS
                   NOT INVALID KEY
                       ADD 1 TO ES-QTD-AVL-DESF
               END-REWRITE
           END-IF.

       4300-EXIT.
           EXIT.

       4400-DEVOLVER-DIARIO.
           READ ES-TRAB-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
               NOT AT END
                   MOVE ES-TRAB-REC TO ES-HISANT-REC
                   WRITE ES-HISANT-REC
           END-READ.

       4400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Feed corretivo da secretaria. A base MNFEEDANT foi rolada
      * pelo MN-DELTA com o MNFEED da data; MNFEEDBKP guarda a
      * base de antes. Casamento balanceado das duas, em ordem de
      * matricula: so na base rolada = aluno enviado pela noite
      * estornada (flag E, excluir); nos dois lados com media ou
      * resultado diferente = reenviar os dados de antes (flag
      * C); so na copia = queda da noite, que so foi para o
      * MNQUEDAS (contada, nada a enviar). Depois a copia volta a
      * ser a base e e esvaziada. Copia ausente ou de outra data
      * deixa a base como esta, com aviso. A linha de marca da
      * data (FBK-MARCA-DATA) so identifica a copia: com a base de
      * antes vazia, todos os enviados saem com flag E e a
      * MNFEEDANT e esvaziada.
      *----------------------------------------------------------
       5000-GERAR-CORRETIVO.
           OPEN INPUT ES-BKP-FILE
           IF NOT ES-BKP-OK
               MOVE "MNFEEDBKP NAO ENCONTRADO - SEM FEED CORRETIVO"
                   TO ES-REL-REC
               WRITE ES-REL-REC
               DISPLAY ES-REL-REC(1:50)
               ADD 1 TO ES-QTD-AVISOS
               GO TO 5000-EXIT
           END-IF

           MOVE "N" TO ES-EOF-BKP
           READ ES-BKP-FILE INTO FBK-LINHA
               AT END
                   MOVE "S" TO ES-EOF-BKP
           END-READ
           IF ES-FIM-BKP OR FBK-DATA-MOV NOT = ES-DATA-REGISTRO
               CLOSE ES-BKP-FILE
               MOVE "MNFEEDBKP NAO E DA DATA - SEM FEED CORRETIVO"
                   TO ES-REL-REC
               WRITE ES-REL-REC
               DISPLAY ES-REL-REC(1:50)
               ADD 1 TO ES-QTD-AVISOS
               GO TO 5000-EXIT
           END-IF
           IF FBK-MARCA-DATA
               PERFORM 5120-LER-COPIA THRU 5120-EXIT
           END-IF

           MOVE "N" TO ES-EOF-BASE
           MOVE "N" TO ES-BASE-SW
           OPEN INPUT ES-BASE-FILE
           IF ES-BASE-OK
               MOVE "S" TO ES-BASE-SW
               PERFORM 5110-LER-BASE THRU 5110-EXIT
           ELSE
               MOVE "S" TO ES-EOF-BASE
           END-IF

           OPEN OUTPUT ES-CORR-FILE
           MOVE "MNFEEDEST - FEED CORRETIVO DA SECRETARIA:"
               TO ES-REL-REC
           WRITE ES-REL-REC

           PERFORM 5100-COMPARAR-REGISTROS THRU 5100-EXIT
               UNTIL ES-FIM-BASE AND ES-FIM-BKP

           CLOSE ES-BKP-FILE
           CLOSE ES-CORR-FILE
           IF ES-BASE-ABERTA
               CLOSE ES-BASE-FILE
               MOVE "N" TO ES-BASE-SW
           END-IF

           PERFORM 5500-DEVOLVER-BASE THRU 5500-EXIT.

       5000-EXIT.
           EXIT.

       5100-COMPARAR-REGISTROS.
           EVALUATE TRUE
               WHEN ES-FIM-BKP
                   PERFORM 5200-TRATAR-ENVIADO THRU 5200-EXIT
                   PERFORM 5110-LER-BASE THRU 5110-EXIT
               WHEN ES-FIM-BASE
                   ADD 1 TO ES-QTD-QUEDAS
                   PERFORM 5120-LER-COPIA THRU 5120-EXIT
               WHEN ES-BASE-STU-ID < FBK-STU-ID
                   PERFORM 5200-TRATAR-ENVIADO THRU 5200-EXIT
                   PERFORM 5110-LER-BASE THRU 5110-EXIT
               WHEN ES-BASE-STU-ID > FBK-STU-ID
                   ADD 1 TO ES-QTD-QUEDAS
                   PERFORM 5120-LER-COPIA THRU 5120-EXIT
               WHEN OTHER
                   PERFORM 5300-TRATAR-EXISTENTE THRU 5300-EXIT
                   PERFORM 5110-LER-BASE THRU 5110-EXIT
                   PERFORM 5120-LER-COPIA THRU 5120-EXIT
           END-EVALUATE.

       5100-EXIT.
           EXIT.

       5110-LER-BASE.
           READ ES-BASE-FILE
               AT END
                   MOVE "S" TO ES-EOF-BASE
           END-READ.

       5110-EXIT.
           EXIT.

       5120-LER-COPIA.
           READ ES-BKP-FILE INTO FBK-LINHA
               AT END
                   MOVE "S" TO ES-EOF-BKP
           END-READ
           IF NOT ES-FIM-BKP AND FBK-MARCA-DATA
               GO TO 5120-LER-COPIA
           END-IF.

       5120-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Aluno que so existe na base rolada: a noite estornada o
      * enviou como novo; sai no corretivo com flag E.
      *----------------------------------------------------------
       5200-TRATAR-ENVIADO.
           ADD 1 TO ES-QTD-CORR-E
           MOVE "E" TO ES-CORR-FLAG
           MOVE SPACE TO ES-CORR-REC(2:1)
           MOVE ES-BASE-REC TO ES-CORR-DADOS
           WRITE ES-CORR-REC

           MOVE "MNFEEDEST"    TO ES-DET-ARQUIVO
           MOVE ES-BASE-STU-ID TO ES-DET-MATRICULA
           MOVE SPACES         TO ES-DET-BIM-ROT
           MOVE SPACE          TO ES-DET-BIMESTRE
           MOVE "E - EXCLUIR (ENVIADO PELO MOVIMENTO)"
               TO ES-DET-ACAO
           MOVE ES-LINHA-DET TO ES-REL-REC
           WRITE ES-REL-REC.

       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Aluno nos dois lados: se a noite estornada mudou a media
      * ou o resultado, reenvia os dados de antes com flag C.
      *----------------------------------------------------------
       5300-TRATAR-EXISTENTE.
           IF ES-BASE-MEDIA = FBK-MEDIA
                   AND ES-BASE-RESULTADO = FBK-RESULTADO
               GO TO 5300-EXIT
           END-IF

           ADD 1 TO ES-QTD-CORR-C
           MOVE "C" TO ES-CORR-FLAG
           MOVE SPACE TO ES-CORR-REC(2:1)
           MOVE FBK-FEED TO ES-CORR-DADOS
           WRITE ES-CORR-REC

           MOVE "MNFEEDEST"    TO ES-DET-ARQUIVO
           MOVE FBK-STU-ID     TO ES-DET-MATRICULA
           MOVE SPACES         TO ES-DET-BIM-ROT
           MOVE SPACE          TO ES-DET-BIMESTRE
           MOVE "C - REENVIAR OS DADOS ANTERIORES"
               TO ES-DET-ACAO
           MOVE ES-LINHA-DET TO ES-REL-REC
           WRITE ES-REL-REC.

       5300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Devolve a MNFEEDANT a base de antes da noite estornada e
      * esvazia a copia, para o MN-DELTA da nova execucao
      * comparar com a base certa e fazer uma copia nova. Erro na
      * abertura ou na gravacao da MNFEEDANT mantem a copia
      * intacta e termina o passo com RC 8: a base tem de ser
      * devolvida da MNFEEDBKP antes do SISLOTE rodar de novo.
      *----------------------------------------------------------
       5500-DEVOLVER-BASE.
           MOVE "N" TO ES-DEVOLVE-SW
           OPEN INPUT ES-BKP-FILE
           OPEN OUTPUT ES-BASE-FILE
           IF NOT ES-BASE-OK
               MOVE ES-BASE-STATUS TO ES-DEVOLVE-STATUS
               CLOSE ES-BKP-FILE
               MOVE "S" TO ES-DEVOLVE-SW
               GO TO 5500-ERRO
           END-IF

           MOVE "N" TO ES-EOF-BKP
           PERFORM 5600-COPIAR-BASE THRU 5600-EXIT
               UNTIL ES-FIM-BKP OR ES-DEVOLVE-ERRO
           CLOSE ES-BKP-FILE
           CLOSE ES-BASE-FILE
           IF ES-DEVOLVE-ERRO
               GO TO 5500-ERRO
           END-IF

           OPEN OUTPUT ES-BKP-FILE
           CLOSE ES-BKP-FILE
           GO TO 5500-EXIT.

       5500-ERRO.
           MOVE SPACES TO ES-REL-REC
           STRING "MNFEEDANT ERRO " ES-DEVOLVE-STATUS
                  " NA DEVOLUCAO - MNFEEDBKP MANTIDO"
               DELIMITED BY SIZE INTO ES-REL-REC
           WRITE ES-REL-REC
           DISPLAY ES-REL-REC(1:51)
           MOVE "DEVOLVER A MNFEEDANT DA MNFEEDBKP ANTES DO SISLOTE"
               TO ES-REL-REC
           WRITE ES-REL-REC
           DISPLAY ES-REL-REC(1:51).

       5500-EXIT.
           EXIT.

       5600-COPIAR-BASE.
           READ ES-BKP-FILE INTO FBK-LINHA
               AT END
                   MOVE "S" TO ES-EOF-BKP
               NOT AT END
                   IF NOT FBK-MARCA-DATA
                       MOVE FBK-FEED TO ES-BASE-REC
                       WRITE ES-BASE-REC
                       IF ES-BASE-OK
                           ADD 1 TO ES-QTD-BASE
                       ELSE
                           MOVE ES-BASE-STATUS TO ES-DEVOLVE-STATUS
                           MOVE "S" TO ES-DEVOLVE-SW
                       END-IF
                   END-IF
           END-READ.

       5600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Marca com situacao R as execucoes completas (C ou A) dos
      * passos da cadeia na data estornada, regravando SISRUNCT:
      * a protecao contra dupla execucao de cada programa deixa
      * de ver a data como processada.
      *----------------------------------------------------------
       6000-MARCAR-RUNCTL.
           OPEN INPUT ES-RUN-FILE
           IF ES-RUNCTL-INEXISTENTE
               GO TO 6000-EXIT
           END-IF

           OPEN OUTPUT ES-TRAB-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 6100-MARCAR-EXECUCAO THRU 6100-EXIT
               UNTIL ES-FIM
           CLOSE ES-RUN-FILE
           CLOSE ES-TRAB-FILE

           OPEN INPUT ES-TRAB-FILE
           OPEN OUTPUT ES-RUN-FILE
           MOVE "N" TO ES-EOF-SW
           PERFORM 6200-DEVOLVER-RUNCTL THRU 6200-EXIT
               UNTIL ES-FIM
           CLOSE ES-TRAB-FILE
           CLOSE ES-RUN-FILE.

       6000-EXIT.
           EXIT.

       6100-MARCAR-EXECUCAO.
           READ ES-RUN-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
                   GO TO 6100-EXIT
           END-READ

           MOVE ES-RUN-REC TO RUN-LINHA
           IF RUN-DATA-MOV = ES-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               PERFORM 2150-LOCALIZAR-PASSO THRU 2150-EXIT
               IF ES-IND-ACHADO > ZERO
                   MOVE "R" TO RUN-SITUACAO
                   MOVE RUN-LINHA TO ES-RUN-REC
                   ADD 1 TO ES-QTD-MARCADAS
               END-IF
           END-IF

           MOVE ES-RUN-REC TO ES-TRAB-REC
           WRITE ES-TRAB-REC.

       6100-EXIT.
           EXIT.

       6200-DEVOLVER-RUNCTL.
           READ ES-TRAB-FILE
               AT END
                   MOVE "S" TO ES-EOF-SW
               NOT AT END
                   MOVE ES-TRAB-REC TO ES-RUN-REC
                   WRITE ES-RUN-REC
           END-READ.

       6200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais do estorno, no relatorio e no console.
      *----------------------------------------------------------
       6900-GRAVAR-TOTAIS.
           MOVE ES-LINHA TO ES-REL-REC
           WRITE ES-REL-REC

           MOVE "CALCAUDIT - LINHAS DE LOTE RETIRADAS" TO ES-TOT-ROTULO
           MOVE ES-QTD-AUD-REM TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "CALCAUDIT - LINHAS DE OPERADOR MANT." TO ES-TOT-ROTULO
           MOVE ES-QTD-AUD-INT TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "CTHIST    - LINHAS RETIRADAS" TO ES-TOT-ROTULO
           MOVE ES-QTD-CTH-REM TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNHIST    - REGISTROS RESTAURADOS" TO ES-TOT-ROTULO
           MOVE ES-QTD-HIS-REST TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNHIST    - REGISTROS EXCLUIDOS" TO ES-TOT-ROTULO
           MOVE ES-QTD-HIS-EXCL TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNHIST    - DIVERGENCIAS (MANTIDOS)" TO ES-TOT-ROTULO
           MOVE ES-QTD-HIS-DIV TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNAVAL    - CONSOLIDACOES DESFEITAS" TO ES-TOT-ROTULO
           MOVE ES-QTD-AVL-DESF TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNFEEDEST - EXCLUSOES (FLAG E)" TO ES-TOT-ROTULO
           MOVE ES-QTD-CORR-E TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNFEEDEST - REENVIOS (FLAG C)" TO ES-TOT-ROTULO
           MOVE ES-QTD-CORR-C TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNFEEDEST - QUEDAS (SEM CORRECAO)" TO ES-TOT-ROTULO
           MOVE ES-QTD-QUEDAS TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "MNFEEDANT - REGISTROS DEVOLVIDOS" TO ES-TOT-ROTULO
           MOVE ES-QTD-BASE TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "SISRUNCT  - EXECUCOES MARCADAS R" TO ES-TOT-ROTULO
           MOVE ES-QTD-MARCADAS TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT
           MOVE "AVISOS" TO ES-TOT-ROTULO
           MOVE ES-QTD-AVISOS TO ES-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOTAL THRU 6950-EXIT.

       6900-EXIT.
           EXIT.

       6950-GRAVAR-LINHA-TOTAL.
           MOVE ES-LINHA-TOT TO ES-REL-REC
           WRITE ES-REL-REC
           DISPLAY ES-REL-REC(1:45).

       6950-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT como SIS-ESTORNO, depois
      * da marcacao: situacao C (estorno completo), A (com aviso
      * ou divergencia) ou E (recusado), derivada do codigo de
      * condicao; processados = itens desfeitos, rejeitados =
      * divergencias no MNHIST.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND ES-RUN-FILE
           IF ES-RUNCTL-INEXISTENTE
               OPEN OUTPUT ES-RUN-FILE
           END-IF

           COMPUTE ES-QTD-DESFEITOS = ES-QTD-AUD-REM
                                    + ES-QTD-CTH-REM
                                    + ES-QTD-HIS-REST
                                    + ES-QTD-HIS-EXCL
                                    + ES-QTD-CORR-E
                                    + ES-QTD-CORR-C

           MOVE "SIS-ESTORNO"    TO RUN-PROGRAMA
           MOVE ES-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE ES-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT ES-HORA-FIM FROM TIME
           MOVE ES-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE ES-QTD-DESFEITOS TO RUN-QTD-PROC
           MOVE ES-QTD-HIS-DIV   TO RUN-QTD-REJ
           MOVE RUN-LINHA TO ES-RUN-REC
           WRITE ES-RUN-REC
           CLOSE ES-RUN-FILE.

       7600-EXIT.
           EXIT.
