       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-CRUZAMENTO.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a varredura noturna de
      *               integridade entre os cadastros mestres. O
      *               SIS-BALANCO fecha as quantidades da cadeia,
      *               mas nada conferia se os cadastros batiam
      *               entre si: aluno em turma inexistente ou
      *               inativa, turma acima da capacidade depois de
      *               uma carga do CADASTRO-ALUNOS, MNHIST de
      *               matricula que saiu do MNALUNOS, CTHIST de
      *               sensor retirado do CTSENMST. Cruza MNALUNOS
      *               com MNTURMAS (turma inexistente, aluno ativo
      *               em turma inativa, alunos ativos acima de
      *               TUR-CAPACIDADE), confere o SISCAL (fechamento
      *               em dia nao letivo, bimestre letivo sem
      *               fechamento ou com mais de um), cruza MNHIST
      *               com MNALUNOS e com o SISCAL (data do
      *               movimento fora do calendario), CTHIST com
      *               CTSENMST (uma linha por sensor, com a primeira
      *               e a ultima data) e as filas abertas da
      *               conciliacao (MNPEND e MNRECUSA) com MNALUNOS.
      *               Cada orfao ou inconsistencia sai no relatorio
      *               CRZREL com o arquivo e a chave e no extrato
      *               CRZEXC (layout CRZREC), com o setor que trata
      *               (S = secretaria, M = manutencao). Com excecao
      *               o passo termina com ERRO 28 e RC 4; sem
      *               MNALUNOS ou MNTURMAS, RC 8. So le os
      *               cadastros, e pode ser repetido na mesma data;
      *               a execucao e registrada em SISRUNCT.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CZ-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-PARM-STATUS.

           SELECT CZ-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RUN-STATUS.

           SELECT CZ-ALU-FILE ASSIGN TO "MNALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS CZ-ALU-STATUS.

           SELECT CZ-TUR-FILE ASSIGN TO "MNTURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS CZ-TUR-STATUS.

           SELECT CZ-HIST-FILE ASSIGN TO "MNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS CZ-HIST-STATUS.

           SELECT CZ-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CZ-CAL-STATUS.

           SELECT CZ-SEN-FILE ASSIGN TO "CTSENMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SENM-NUMERO
               FILE STATUS IS CZ-SEN-STATUS.

           SELECT CZ-CTH-FILE ASSIGN TO "CTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-CTH-STATUS.

           SELECT CZ-PEND-FILE ASSIGN TO "MNPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-PEND-STATUS.

           SELECT CZ-RECUSA-FILE ASSIGN TO "MNRECUSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CZ-RECUSA-STATUS.

           SELECT CZ-REL-FILE ASSIGN TO "CRZREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CZ-EXC-FILE ASSIGN TO "CRZEXC"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CZ-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CZ-PARM-REC            PIC X(80).

       FD  CZ-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CZ-RUN-REC             PIC X(80).

       FD  CZ-ALU-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

       FD  CZ-TUR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TURREC.

       FD  CZ-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  CZ-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  CZ-SEN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SENREC.

       FD  CZ-CTH-FILE
           LABEL RECORDS ARE STANDARD.
       01  CZ-CTH-REC             PIC X(80).

      *Pendente de resposta da conciliacao, no layout do MNFEED
       FD  CZ-PEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  CZ-PEND-REC.
           05 CZ-PEND-STU-ID       PIC 9(06).
           05 CZ-PEND-MEDIA        PIC 9(02)V9.
           05 CZ-PEND-RESULTADO    PIC X(11).

       FD  CZ-RECUSA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RECREC.

       FD  CZ-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CZ-REL-REC             PIC X(80).

       FD  CZ-EXC-FILE
           LABEL RECORDS ARE STANDARD.
       01  CZ-EXC-REC             PIC X(90).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

      *Linha de CTHIST e linha do extrato de excecoes
           COPY CTHREC.
           COPY CRZREC.

       01 CZ-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos; 35 = arquivo ainda nao existe
       01 CZ-PARM-STATUS   PIC X(02).
           88 CZ-PARM-OK           VALUE "00".
           88 CZ-PARM-INEXISTENTE  VALUE "35".
       01 CZ-RUN-STATUS    PIC X(02).
           88 CZ-RUNCTL-OK         VALUE "00".
           88 CZ-RUNCTL-INEXISTENTE VALUE "35".
       01 CZ-ALU-STATUS    PIC X(02).
           88 CZ-ALU-OK            VALUE "00".
           88 CZ-ALU-INEXISTENTE   VALUE "35".
       01 CZ-TUR-STATUS    PIC X(02).
           88 CZ-TUR-OK            VALUE "00".
           88 CZ-TUR-INEXISTENTE   VALUE "35".
       01 CZ-HIST-STATUS   PIC X(02).
           88 CZ-HIST-OK           VALUE "00".
           88 CZ-HIST-INEXISTENTE  VALUE "35".
       01 CZ-CAL-STATUS    PIC X(02).
           88 CZ-CAL-OK            VALUE "00".
           88 CZ-CAL-INEXISTENTE   VALUE "35".
       01 CZ-SEN-STATUS    PIC X(02).
           88 CZ-SEN-OK            VALUE "00".
           88 CZ-SEN-INEXISTENTE   VALUE "35".
       01 CZ-CTH-STATUS    PIC X(02).
           88 CZ-CTH-OK            VALUE "00".
           88 CZ-CTH-INEXISTENTE   VALUE "35".
       01 CZ-PEND-STATUS   PIC X(02).
           88 CZ-PEND-OK           VALUE "00".
           88 CZ-PEND-INEXISTENTE  VALUE "35".
       01 CZ-RECUSA-STATUS PIC X(02).
           88 CZ-RECUSA-OK         VALUE "00".
           88 CZ-RECUSA-INEXISTENTE VALUE "35".

      *Parametros de SISPARM tratados por este passo
       01 CZ-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 CZ-PARM-FIM          VALUE "S".
       01 CZ-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 CZ-PARM-COM-ERRO     VALUE "S".
       01 CZ-PARM-CHAVE    PIC X(16).
       01 CZ-PARM-VALOR    PIC X(16).
       77 CZ-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.

      *Data da varredura e horario da execucao, para SISRUNCT
       77 CZ-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       77 CZ-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 CZ-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Controle de fim de arquivo e de arquivos abertos
       01 CZ-EOF-SW        PIC X(01) VALUE "N".
           88 CZ-FIM               VALUE "S".
       01 CZ-CAL-SW        PIC X(01) VALUE "N".
           88 CZ-CAL-ABERTO        VALUE "S".
       01 CZ-ACHOU-SW      PIC X(01) VALUE "N".
           88 CZ-ACHOU             VALUE "S".
       01 CZ-ALU-ACHADO-SW PIC X(01) VALUE "N".
           88 CZ-ALU-ACHADO        VALUE "S".
       77 CZ-MAT-ANTERIOR  PIC 9(06) VALUE ZERO.

      *Motivos das excecoes: setor que trata (S = secretaria,
      *M = manutencao) e descricao, na ordem dos codigos de CRZREC
       01 CZ-TAB-MOTIVOS.
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "TURMA DO ALUNO NAO CADASTRADA".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "ALUNO ATIVO EM TURMA INATIVA".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "TURMA ACIMA DA CAPACIDADE".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "HISTORICO SEM ALUNO NO CADASTRO".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "DATA DO HISTORICO FORA DO CALENDARIO".
           05 FILLER           PIC X(01) VALUE "M".
           05 FILLER           PIC X(38)
               VALUE "LEITURAS DE SENSOR NAO CADASTRADO".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "FECHAMENTO EM DIA NAO LETIVO".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "BIMESTRE SEM DATA DE FECHAMENTO".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "BIMESTRE COM MAIS DE UM FECHAMENTO".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "PENDENTE DO FEED SEM ALUNO NO CADASTRO".
           05 FILLER           PIC X(01) VALUE "S".
           05 FILLER           PIC X(38)
               VALUE "RECUSADO NA FILA SEM ALUNO NO CADASTRO".
       01 CZ-TAB-MOTIVOS-R REDEFINES CZ-TAB-MOTIVOS.
           05 CZ-MOT-ENT OCCURS 11 TIMES.
               10 CZ-MOT-DESTINO   PIC X(01).
               10 CZ-MOT-DESCRICAO PIC X(38).
       01 CZ-TAB-QTD-MOTIVOS.
           05 CZ-MOT-QTD       PIC 9(06) OCCURS 11 TIMES.
       77 CZ-QTD-MOTIVOS   PIC 9(02) COMP VALUE 11.
       77 CZ-IND-MOT       PIC 9(02) COMP VALUE ZERO.

      *Excecao a gravar, montada por quem a encontrou
       77 CZ-EXC-MOTIVO    PIC 9(02) COMP VALUE ZERO.
       01 CZ-EXC-ARQUIVO   PIC X(08).
       01 CZ-EXC-CHAVE     PIC X(10).
       01 CZ-EXC-REFERENCIA PIC X(17).

      *Alunos ativos por turma, para a conferencia da capacidade
       77 CZ-MAX-TURMAS    PIC 9(03) COMP VALUE 200.
       77 CZ-QTD-TAB-TUR   PIC 9(03) COMP VALUE ZERO.
       77 CZ-IND           PIC 9(03) COMP VALUE ZERO.
       77 CZ-QTD-TUR-FORA  PIC 9(06) VALUE ZERO.
       01 CZ-TAB-TURMAS.
           05 CZ-T-ENT OCCURS 200 TIMES.
               10 CZ-T-CODIGO      PIC X(03).
               10 CZ-T-QTD         PIC 9(04).

      *Dias letivos e fechamentos por bimestre do ano do SISCAL
      *em conferencia
       01 CZ-DATA-TRAB     PIC 9(08) VALUE ZERO.
       01 CZ-DATA-TRAB-R REDEFINES CZ-DATA-TRAB.
           05 CZ-TRAB-ANO      PIC 9(04).
           05 CZ-TRAB-MES      PIC 9(02).
           05 CZ-TRAB-DIA      PIC 9(02).
       77 CZ-CAL-ANO       PIC 9(04) VALUE ZERO.
       77 CZ-IND-BIM       PIC 9(01) COMP VALUE ZERO.
       77 CZ-BIM-ED        PIC 9(01) VALUE ZERO.
       01 CZ-TAB-BIMESTRES.
           05 CZ-B-ENT OCCURS 4 TIMES.
               10 CZ-B-LETIVOS     PIC 9(04).
               10 CZ-B-FECHA       PIC 9(04).

      *Sensores de CTHIST fora do CTSENMST: primeira e ultima data
      *e quantidade de linhas
       77 CZ-MAX-SENSORES  PIC 9(03) COMP VALUE 200.
       77 CZ-QTD-TAB-SEN   PIC 9(03) COMP VALUE ZERO.
       77 CZ-QTD-SEN-FORA  PIC 9(06) VALUE ZERO.
       01 CZ-TAB-SENSORES.
           05 CZ-S-ENT OCCURS 200 TIMES.
               10 CZ-S-SENSOR      PIC 9(06).
               10 CZ-S-PRIMEIRA    PIC 9(08).
               10 CZ-S-ULTIMA      PIC 9(08).
               10 CZ-S-QTD         PIC 9(06).

      *Quantidades lidas e de excecoes
       77 CZ-QTD-ALUNOS    PIC 9(06) VALUE ZERO.
       77 CZ-QTD-CAL       PIC 9(06) VALUE ZERO.
       77 CZ-QTD-HIST      PIC 9(06) VALUE ZERO.
       77 CZ-QTD-CTH       PIC 9(06) VALUE ZERO.
       77 CZ-QTD-PEND      PIC 9(06) VALUE ZERO.
       77 CZ-QTD-RECUSA    PIC 9(06) VALUE ZERO.
       77 CZ-QTD-LIDOS     PIC 9(06) VALUE ZERO.
       77 CZ-QTD-EXCECOES  PIC 9(06) VALUE ZERO.
       77 CZ-QTD-ED        PIC ZZZ,ZZ9.

      *Linhas do relatorio
       01 CZ-LINHA-TIT.
           05 FILLER           PIC X(40)
               VALUE "SIS-CRUZAMENTO - INTEGRIDADE CADASTROS ".
           05 CZ-TIT-DATA      PIC 9(08).
           05 FILLER           PIC X(32) VALUE SPACES.

       01 CZ-LINHA-DET.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CZ-DET-ARQUIVO   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CZ-DET-CHAVE     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CZ-DET-DESCRICAO PIC X(38).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CZ-DET-REFERENCIA PIC X(17).
           05 FILLER           PIC X(02) VALUE SPACES.

       01 CZ-LINHA-TOT.
           05 CZ-TOT-ROTULO    PIC X(40).
           05 FILLER           PIC X(02) VALUE ": ".
           05 CZ-TOT-QTD       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF CZ-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT CZ-HORA-INICIO FROM TIME
           MOVE CZ-DATA-MOVIMENTO TO CZ-DATA-REGISTRO
           IF CZ-DATA-REGISTRO = ZERO
               ACCEPT CZ-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF
           MOVE ZEROS TO CZ-TAB-QTD-MOTIVOS

           OPEN INPUT CZ-ALU-FILE
           IF NOT CZ-ALU-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNALUNOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT CZ-TUR-FILE
           IF NOT CZ-TUR-OK
               CLOSE CZ-ALU-FILE
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNTURMAS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN OUTPUT CZ-REL-FILE
           OPEN OUTPUT CZ-EXC-FILE
           MOVE CZ-DATA-REGISTRO TO CZ-TIT-DATA
           MOVE CZ-LINHA-TIT TO CZ-REL-REC
           WRITE CZ-REL-REC
           DISPLAY CZ-REL-REC(1:48)
           MOVE CZ-LINHA TO CZ-REL-REC
           WRITE CZ-REL-REC

           PERFORM 2000-CRUZAR-ALUNOS THRU 2000-EXIT
           PERFORM 2500-CONFERIR-CAPACIDADE THRU 2500-EXIT
           PERFORM 3000-CONFERIR-CALENDARIO THRU 3000-EXIT
           PERFORM 3500-CRUZAR-HISTORICO THRU 3500-EXIT
           PERFORM 4000-CRUZAR-CTHIST THRU 4000-EXIT
           PERFORM 5000-CRUZAR-PENDENTES THRU 5000-EXIT
           PERFORM 5500-CRUZAR-RECUSADOS THRU 5500-EXIT

           PERFORM 6900-GRAVAR-TOTAIS THRU 6900-EXIT

           CLOSE CZ-ALU-FILE
           CLOSE CZ-TUR-FILE
           IF CZ-CAL-ABERTO
               CLOSE CZ-CAL-FILE
           END-IF
           CLOSE CZ-REL-FILE
           CLOSE CZ-EXC-FILE

           IF CZ-QTD-EXCECOES > ZERO
               MOVE 28 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-CADASTRO-INCONSISTENTE
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM a chave deste passo: DATA-MOVIMENTO (data
      * gravada no extrato e em SISRUNCT). As demais chaves sao
      * dos outros programas. Sem SISPARM, ou sem a chave, vale a
      * data do sistema.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT CZ-PARM-FILE
           IF CZ-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO CZ-PARM-EOF-SW
           READ CZ-PARM-FILE
               AT END
                   MOVE "S" TO CZ-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL CZ-PARM-FIM

           CLOSE CZ-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF CZ-PARM-REC(1:1) = "*" OR CZ-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO CZ-PARM-CHAVE
           MOVE SPACES TO CZ-PARM-VALOR
           UNSTRING CZ-PARM-REC DELIMITED BY "="
               INTO CZ-PARM-CHAVE CZ-PARM-VALOR
           END-UNSTRING

           EVALUATE CZ-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " CZ-PARM-REC(1:40)
                   IF CZ-PARM-VALOR(1:8) IS NUMERIC
                       MOVE CZ-PARM-VALOR(1:8) TO CZ-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO CZ-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               CZ-PARM-REC(1:40)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ CZ-PARM-FILE
               AT END
                   MOVE "S" TO CZ-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MNALUNOS x MNTURMAS: percorre o cadastro de alunos e
      * aponta a turma que nao existe no cadastro de turmas (em
      * qualquer situacao do aluno) e o aluno ativo em turma
      * inativa. Os alunos ativos sao contados por turma para a
      * conferencia da capacidade.
      *----------------------------------------------------------
       2000-CRUZAR-ALUNOS.
           MOVE "MNALUNOS X MNTURMAS" TO CZ-REL-REC
           WRITE CZ-REL-REC

           MOVE "N" TO CZ-EOF-SW
           PERFORM 2100-LER-ALUNO THRU 2100-EXIT
           PERFORM 2200-TRATAR-ALUNO THRU 2200-EXIT
               UNTIL CZ-FIM.

       2000-EXIT.
           EXIT.

       2100-LER-ALUNO.
           READ CZ-ALU-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CZ-EOF-SW
           END-READ.

       2100-EXIT.
           EXIT.

       2200-TRATAR-ALUNO.
           ADD 1 TO CZ-QTD-ALUNOS

           MOVE "S" TO CZ-ACHOU-SW
           MOVE ALU-TURMA TO TUR-CODIGO
           READ CZ-TUR-FILE
               INVALID KEY
                   MOVE "N" TO CZ-ACHOU-SW
           END-READ

           MOVE "MNALUNOS" TO CZ-EXC-ARQUIVO
           MOVE ALU-MATRICULA TO CZ-EXC-CHAVE
           MOVE SPACES TO CZ-EXC-REFERENCIA
           STRING "TURMA " ALU-TURMA
               DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA

           IF NOT CZ-ACHOU
               MOVE 1 TO CZ-EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
               GO TO 2200-LER
           END-IF

           IF NOT ALU-ATIVO
               GO TO 2200-LER
           END-IF

           IF TUR-INATIVA
               MOVE 2 TO CZ-EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-IF

           PERFORM 2300-CONTAR-TURMA THRU 2300-EXIT.

       2200-LER.
           PERFORM 2100-LER-ALUNO THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

       2300-CONTAR-TURMA.
           MOVE "N" TO CZ-ACHOU-SW
           MOVE 1 TO CZ-IND
           PERFORM 2310-PROCURAR-TURMA THRU 2310-EXIT
               UNTIL CZ-IND > CZ-QTD-TAB-TUR OR CZ-ACHOU

           IF CZ-ACHOU
               ADD 1 TO CZ-T-QTD(CZ-IND)
               GO TO 2300-EXIT
           END-IF

           IF CZ-QTD-TAB-TUR NOT < CZ-MAX-TURMAS
               ADD 1 TO CZ-QTD-TUR-FORA
               GO TO 2300-EXIT
           END-IF

           ADD 1 TO CZ-QTD-TAB-TUR
           MOVE ALU-TURMA TO CZ-T-CODIGO(CZ-QTD-TAB-TUR)
           MOVE 1 TO CZ-T-QTD(CZ-QTD-TAB-TUR).

       2300-EXIT.
           EXIT.

       2310-PROCURAR-TURMA.
           IF CZ-T-CODIGO(CZ-IND) = ALU-TURMA
               MOVE "S" TO CZ-ACHOU-SW
           ELSE
               ADD 1 TO CZ-IND
           END-IF.

       2310-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Turma com mais alunos ativos do que TUR-CAPACIDADE, como
      * a MN-ESTATISTICA aponta na quebra de turma. Turma alem do
      * tamanho da tabela fica sem conferencia, com aviso.
      *----------------------------------------------------------
       2500-CONFERIR-CAPACIDADE.
           MOVE 1 TO CZ-IND
           PERFORM 2510-CONFERIR-TURMA THRU 2510-EXIT
               UNTIL CZ-IND > CZ-QTD-TAB-TUR

           IF CZ-QTD-TUR-FORA > ZERO
               MOVE SPACES TO CZ-REL-REC
               MOVE CZ-QTD-TUR-FORA TO CZ-QTD-ED
               STRING "  TABELA DE TURMAS CHEIA - " CZ-QTD-ED
                      " ALUNOS SEM CONFERENCIA DE CAPACIDADE"
                   DELIMITED BY SIZE INTO CZ-REL-REC
               WRITE CZ-REL-REC
               DISPLAY CZ-REL-REC
           END-IF.

       2500-EXIT.
           EXIT.

       2510-CONFERIR-TURMA.
           MOVE CZ-T-CODIGO(CZ-IND) TO TUR-CODIGO
           READ CZ-TUR-FILE
               INVALID KEY
                   GO TO 2510-PROXIMA
           END-READ

           IF CZ-T-QTD(CZ-IND) > TUR-CAPACIDADE
               MOVE "MNTURMAS" TO CZ-EXC-ARQUIVO
               MOVE TUR-CODIGO TO CZ-EXC-CHAVE
               MOVE SPACES TO CZ-EXC-REFERENCIA
               STRING "QTD " CZ-T-QTD(CZ-IND) " CAP "
                      TUR-CAPACIDADE
                   DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA
               MOVE 3 TO CZ-EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-IF.

       2510-PROXIMA.
           ADD 1 TO CZ-IND.

       2510-EXIT.
           EXIT.

      *----------------------------------------------------------
      * SISCAL: percorre o calendario por ano e aponta data de
      * fechamento de bimestre que nao e dia letivo, bimestre com
      * dias letivos e sem fechamento e bimestre com mais de um
      * fechamento. O SISCAL fica aberto para o cruzamento do
      * MNHIST; sem SISCAL as datas nao sao conferidas.
      *----------------------------------------------------------
       3000-CONFERIR-CALENDARIO.
           MOVE "SISCAL" TO CZ-REL-REC
           WRITE CZ-REL-REC

           OPEN INPUT CZ-CAL-FILE
           IF NOT CZ-CAL-OK
               MOVE "  SISCAL AUSENTE - CALENDARIO NAO CONFERIDO"
                   TO CZ-REL-REC
               WRITE CZ-REL-REC
               DISPLAY CZ-REL-REC
               GO TO 3000-EXIT
           END-IF
           MOVE "S" TO CZ-CAL-SW

           MOVE ZERO TO CZ-CAL-ANO
           MOVE ZEROS TO CZ-TAB-BIMESTRES
           MOVE "N" TO CZ-EOF-SW
           PERFORM 3100-TRATAR-DIA THRU 3100-EXIT
               UNTIL CZ-FIM

           IF CZ-CAL-ANO > ZERO
               PERFORM 3200-FECHAR-ANO THRU 3200-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

       3100-TRATAR-DIA.
           READ CZ-CAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CZ-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO CZ-QTD-CAL

           MOVE CAL-DATA TO CZ-DATA-TRAB
           IF CZ-TRAB-ANO NOT = CZ-CAL-ANO
               IF CZ-CAL-ANO > ZERO
                   PERFORM 3200-FECHAR-ANO THRU 3200-EXIT
               END-IF
               MOVE CZ-TRAB-ANO TO CZ-CAL-ANO
               MOVE ZEROS TO CZ-TAB-BIMESTRES
           END-IF

           IF CAL-FECHAMENTO-BIM AND NOT CAL-DIA-LETIVO
               MOVE "SISCAL" TO CZ-EXC-ARQUIVO
               MOVE CAL-DATA TO CZ-EXC-CHAVE
               MOVE SPACES TO CZ-EXC-REFERENCIA
               STRING "TIPO " CAL-TIPO " BIMESTRE " CAL-BIMESTRE
                   DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA
               MOVE 7 TO CZ-EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-IF

           IF CAL-BIMESTRE < 1 OR CAL-BIMESTRE > 4
               GO TO 3100-EXIT
           END-IF
           IF CAL-DIA-LETIVO
               ADD 1 TO CZ-B-LETIVOS(CAL-BIMESTRE)
           END-IF
           IF CAL-FECHAMENTO-BIM
               ADD 1 TO CZ-B-FECHA(CAL-BIMESTRE)
           END-IF.

       3100-EXIT.
           EXIT.

       3200-FECHAR-ANO.
           MOVE 1 TO CZ-IND-BIM
           PERFORM 3210-CONFERIR-BIMESTRE THRU 3210-EXIT
               UNTIL CZ-IND-BIM > 4.

       3200-EXIT.
           EXIT.

       3210-CONFERIR-BIMESTRE.
           MOVE "SISCAL" TO CZ-EXC-ARQUIVO
           MOVE CZ-IND-BIM TO CZ-BIM-ED
           MOVE SPACES TO CZ-EXC-CHAVE
           STRING CZ-CAL-ANO "/" CZ-BIM-ED
               DELIMITED BY SIZE INTO CZ-EXC-CHAVE
           MOVE SPACES TO CZ-EXC-REFERENCIA

           IF CZ-B-LETIVOS(CZ-IND-BIM) > ZERO
                   AND CZ-B-FECHA(CZ-IND-BIM) = ZERO
               STRING "DIAS LETIVOS " CZ-B-LETIVOS(CZ-IND-BIM)
                   DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA
               MOVE 8 TO CZ-EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-IF

           IF CZ-B-FECHA(CZ-IND-BIM) > 1
               STRING "FECHAMENTOS " CZ-B-FECHA(CZ-IND-BIM)
                   DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA
               MOVE 9 TO CZ-EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-IF

           ADD 1 TO CZ-IND-BIM.

       3210-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MNHIST x MNALUNOS e SISCAL: registro de historico de
      * matricula que nao esta no cadastro de alunos (o cadastro
      * e lido uma vez por matricula) e registro com data do
      * movimento que nao existe no calendario.
      *----------------------------------------------------------
       3500-CRUZAR-HISTORICO.
           MOVE "MNHIST X MNALUNOS / SISCAL" TO CZ-REL-REC
           WRITE CZ-REL-REC

           OPEN INPUT CZ-HIST-FILE
           IF NOT CZ-HIST-OK
               MOVE "  MNHIST AUSENTE - NAO CONFERIDO" TO CZ-REL-REC
               WRITE CZ-REL-REC
               DISPLAY CZ-REL-REC
               GO TO 3500-EXIT
           END-IF

           MOVE ZERO TO CZ-MAT-ANTERIOR
           MOVE "N" TO CZ-EOF-SW
           PERFORM 3600-TRATAR-HISTORICO THRU 3600-EXIT
               UNTIL CZ-FIM

           CLOSE CZ-HIST-FILE.

       3500-EXIT.
           EXIT.

       3600-TRATAR-HISTORICO.
           READ CZ-HIST-FILE
               AT END
                   MOVE "S" TO CZ-EOF-SW
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO CZ-QTD-HIST

           IF HIS-MATRICULA NOT = CZ-MAT-ANTERIOR
               MOVE HIS-MATRICULA TO CZ-MAT-ANTERIOR
               MOVE "S" TO CZ-ALU-ACHADO-SW
               MOVE HIS-MATRICULA TO ALU-MATRICULA
               READ CZ-ALU-FILE
                   INVALID KEY
                       MOVE "N" TO CZ-ALU-ACHADO-SW
               END-READ
           END-IF

           MOVE "MNHIST" TO CZ-EXC-ARQUIVO
           MOVE SPACES TO CZ-EXC-CHAVE
           STRING HIS-MATRICULA "/" HIS-BIMESTRE
               DELIMITED BY SIZE INTO CZ-EXC-CHAVE
           MOVE SPACES TO CZ-EXC-REFERENCIA
           STRING "DATA " HIS-DATA-MOV
               DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA

           IF NOT CZ-ALU-ACHADO
               MOVE 4 TO CZ-EXC-MOTIVO
               PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-IF

           IF NOT CZ-CAL-ABERTO OR HIS-DATA-MOV = ZERO
               GO TO 3600-EXIT
           END-IF

           MOVE HIS-DATA-MOV TO CAL-DATA
           READ CZ-CAL-FILE
               INVALID KEY
                   MOVE 5 TO CZ-EXC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-READ.

       3600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * CTHIST x CTSENMST: linhas de historico de sensor retirado
      * do cadastro de sensores. Cada sensor sai uma vez so, com
      * a primeira e a ultima data em CTHIST; sensor alem do
      * tamanho da tabela fica sem lista, com aviso.
      *----------------------------------------------------------
       4000-CRUZAR-CTHIST.
           MOVE "CTHIST X CTSENMST" TO CZ-REL-REC
           WRITE CZ-REL-REC

           OPEN INPUT CZ-SEN-FILE
           IF NOT CZ-SEN-OK
               MOVE "  CTSENMST AUSENTE - CTHIST NAO CONFERIDO"
                   TO CZ-REL-REC
               WRITE CZ-REL-REC
               DISPLAY CZ-REL-REC
               GO TO 4000-EXIT
           END-IF

           OPEN INPUT CZ-CTH-FILE
           IF NOT CZ-CTH-OK
               CLOSE CZ-SEN-FILE
               MOVE "  CTHIST AUSENTE - NAO CONFERIDO" TO CZ-REL-REC
               WRITE CZ-REL-REC
               DISPLAY CZ-REL-REC
               GO TO 4000-EXIT
           END-IF

           MOVE "N" TO CZ-EOF-SW
           PERFORM 4100-TRATAR-LINHA THRU 4100-EXIT
               UNTIL CZ-FIM

           CLOSE CZ-CTH-FILE
           CLOSE CZ-SEN-FILE

           MOVE 1 TO CZ-IND
           PERFORM 4300-LISTAR-SENSOR THRU 4300-EXIT
               UNTIL CZ-IND > CZ-QTD-TAB-SEN

           IF CZ-QTD-SEN-FORA > ZERO
               MOVE SPACES TO CZ-REL-REC
               MOVE CZ-QTD-SEN-FORA TO CZ-QTD-ED
               STRING "  TABELA DE SENSORES CHEIA - " CZ-QTD-ED
                      " LINHAS DE CTHIST NAO LISTADAS"
                   DELIMITED BY SIZE INTO CZ-REL-REC
               WRITE CZ-REL-REC
               DISPLAY CZ-REL-REC
           END-IF.

       4000-EXIT.
           EXIT.

       4100-TRATAR-LINHA.
           READ CZ-CTH-FILE INTO CTH-LINHA
               AT END
                   MOVE "S" TO CZ-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO CZ-QTD-CTH

           IF CTH-SENSOR NOT NUMERIC OR CTH-DATA-MOV NOT NUMERIC
               GO TO 4100-EXIT
           END-IF

           MOVE "N" TO CZ-ACHOU-SW
           MOVE 1 TO CZ-IND
           PERFORM 4110-PROCURAR-SENSOR THRU 4110-EXIT
               UNTIL CZ-IND > CZ-QTD-TAB-SEN OR CZ-ACHOU

           IF CZ-ACHOU
               PERFORM 4200-ACUMULAR-SENSOR THRU 4200-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE CTH-SENSOR TO SENM-NUMERO
           READ CZ-SEN-FILE
               INVALID KEY
                   MOVE "N" TO CZ-ACHOU-SW
               NOT INVALID KEY
                   MOVE "S" TO CZ-ACHOU-SW
           END-READ
           IF CZ-ACHOU
               GO TO 4100-EXIT
           END-IF

           IF CZ-QTD-TAB-SEN NOT < CZ-MAX-SENSORES
               ADD 1 TO CZ-QTD-SEN-FORA
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO CZ-QTD-TAB-SEN
           MOVE CZ-QTD-TAB-SEN TO CZ-IND
           MOVE CTH-SENSOR   TO CZ-S-SENSOR(CZ-IND)
           MOVE CTH-DATA-MOV TO CZ-S-PRIMEIRA(CZ-IND)
           MOVE CTH-DATA-MOV TO CZ-S-ULTIMA(CZ-IND)
           MOVE 1 TO CZ-S-QTD(CZ-IND).

       4100-EXIT.
           EXIT.

       4110-PROCURAR-SENSOR.
           IF CZ-S-SENSOR(CZ-IND) = CTH-SENSOR
               MOVE "S" TO CZ-ACHOU-SW
           ELSE
               ADD 1 TO CZ-IND
           END-IF.

       4110-EXIT.
           EXIT.

       4200-ACUMULAR-SENSOR.
           ADD 1 TO CZ-S-QTD(CZ-IND)
           IF CTH-DATA-MOV < CZ-S-PRIMEIRA(CZ-IND)
               MOVE CTH-DATA-MOV TO CZ-S-PRIMEIRA(CZ-IND)
           END-IF
           IF CTH-DATA-MOV > CZ-S-ULTIMA(CZ-IND)
               MOVE CTH-DATA-MOV TO CZ-S-ULTIMA(CZ-IND)
           END-IF.

       4200-EXIT.
           EXIT.

       4300-LISTAR-SENSOR.
           MOVE "CTHIST" TO CZ-EXC-ARQUIVO
           MOVE CZ-S-SENSOR(CZ-IND) TO CZ-EXC-CHAVE
           MOVE SPACES TO CZ-EXC-REFERENCIA
           STRING CZ-S-PRIMEIRA(CZ-IND) "-" CZ-S-ULTIMA(CZ-IND)
               DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA
           MOVE 6 TO CZ-EXC-MOTIVO
           PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           ADD 1 TO CZ-IND.

       4300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MNPEND x MNALUNOS: pendente de resposta da conciliacao
      * (MN-CONCILIA) de matricula que saiu do cadastro de alunos.
      * Sem MNPEND a fila esta vazia.
      *----------------------------------------------------------
       5000-CRUZAR-PENDENTES.
           MOVE "MNPEND X MNALUNOS" TO CZ-REL-REC
           WRITE CZ-REL-REC

           OPEN INPUT CZ-PEND-FILE
           IF NOT CZ-PEND-OK
               GO TO 5000-EXIT
           END-IF

           MOVE "N" TO CZ-EOF-SW
           PERFORM 5100-TRATAR-PENDENTE THRU 5100-EXIT
               UNTIL CZ-FIM

           CLOSE CZ-PEND-FILE.

       5000-EXIT.
           EXIT.

       5100-TRATAR-PENDENTE.
           READ CZ-PEND-FILE
               AT END
                   MOVE "S" TO CZ-EOF-SW
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO CZ-QTD-PEND

           IF CZ-PEND-STU-ID NOT NUMERIC
               GO TO 5100-EXIT
           END-IF

           MOVE CZ-PEND-STU-ID TO ALU-MATRICULA
           READ CZ-ALU-FILE
               INVALID KEY
                   MOVE "MNPEND" TO CZ-EXC-ARQUIVO
                   MOVE CZ-PEND-STU-ID TO CZ-EXC-CHAVE
                   MOVE CZ-PEND-RESULTADO TO CZ-EXC-REFERENCIA
                   MOVE 10 TO CZ-EXC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-READ.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * MNRECUSA x MNALUNOS: recusado na fila de reenvio (lida
      * pelo MN-CORRIGE) de matricula que saiu do cadastro de
      * alunos. Sem MNRECUSA a fila esta vazia.
      *----------------------------------------------------------
       5500-CRUZAR-RECUSADOS.
           MOVE "MNRECUSA X MNALUNOS" TO CZ-REL-REC
           WRITE CZ-REL-REC

           OPEN INPUT CZ-RECUSA-FILE
           IF NOT CZ-RECUSA-OK
               GO TO 5500-EXIT
           END-IF

           MOVE "N" TO CZ-EOF-SW
           PERFORM 5600-TRATAR-RECUSADO THRU 5600-EXIT
               UNTIL CZ-FIM

           CLOSE CZ-RECUSA-FILE.

       5500-EXIT.
           EXIT.

       5600-TRATAR-RECUSADO.
           READ CZ-RECUSA-FILE
               AT END
                   MOVE "S" TO CZ-EOF-SW
                   GO TO 5600-EXIT
           END-READ
           ADD 1 TO CZ-QTD-RECUSA

           IF REC-STU-ID NOT NUMERIC
               GO TO 5600-EXIT
           END-IF

           MOVE REC-STU-ID TO ALU-MATRICULA
           READ CZ-ALU-FILE
               INVALID KEY
                   MOVE "MNRECUSA" TO CZ-EXC-ARQUIVO
                   MOVE REC-STU-ID TO CZ-EXC-CHAVE
                   MOVE SPACES TO CZ-EXC-REFERENCIA
                   STRING "MOTIVO " REC-MOTIVO " TENT " REC-TENTATIVAS
                       DELIMITED BY SIZE INTO CZ-EXC-REFERENCIA
                   MOVE 11 TO CZ-EXC-MOTIVO
                   PERFORM 8000-GRAVAR-EXCECAO THRU 8000-EXIT
           END-READ.

       5600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Quantidades lidas e excecoes por motivo, no relatorio e no
      * console.
      *----------------------------------------------------------
       6900-GRAVAR-TOTAIS.
           MOVE CZ-LINHA TO CZ-REL-REC
           WRITE CZ-REL-REC

           MOVE "ALUNOS LIDOS EM MNALUNOS" TO CZ-TOT-ROTULO
           MOVE CZ-QTD-ALUNOS TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT
           MOVE "DIAS LIDOS EM SISCAL" TO CZ-TOT-ROTULO
           MOVE CZ-QTD-CAL TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT
           MOVE "REGISTROS LIDOS EM MNHIST" TO CZ-TOT-ROTULO
           MOVE CZ-QTD-HIST TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT
           MOVE "LINHAS LIDAS EM CTHIST" TO CZ-TOT-ROTULO
           MOVE CZ-QTD-CTH TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT
           MOVE "PENDENTES LIDOS EM MNPEND" TO CZ-TOT-ROTULO
           MOVE CZ-QTD-PEND TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT
           MOVE "RECUSADOS LIDOS EM MNRECUSA" TO CZ-TOT-ROTULO
           MOVE CZ-QTD-RECUSA TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT

           MOVE CZ-LINHA TO CZ-REL-REC
           WRITE CZ-REL-REC
           MOVE 1 TO CZ-IND-MOT
           PERFORM 6910-TOTAL-MOTIVO THRU 6910-EXIT
               UNTIL CZ-IND-MOT > CZ-QTD-MOTIVOS

           MOVE "TOTAL DE EXCECOES" TO CZ-TOT-ROTULO
           MOVE CZ-QTD-EXCECOES TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT.

       6900-EXIT.
           EXIT.

       6910-TOTAL-MOTIVO.
           MOVE CZ-MOT-DESCRICAO(CZ-IND-MOT) TO CZ-TOT-ROTULO
           MOVE CZ-MOT-QTD(CZ-IND-MOT) TO CZ-TOT-QTD
           PERFORM 6950-GRAVAR-LINHA-TOT THRU 6950-EXIT
           ADD 1 TO CZ-IND-MOT.

       6910-EXIT.
           EXIT.

       6950-GRAVAR-LINHA-TOT.
           MOVE CZ-LINHA-TOT TO CZ-REL-REC
           WRITE CZ-REL-REC
           DISPLAY CZ-REL-REC(1:49).

       6950-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: data da varredura, total
      * de registros lidos e quantidade de excecoes.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND CZ-RUN-FILE
           IF CZ-RUNCTL-INEXISTENTE
               OPEN OUTPUT CZ-RUN-FILE
           END-IF

           COMPUTE CZ-QTD-LIDOS = CZ-QTD-ALUNOS
                                + CZ-QTD-CAL
                                + CZ-QTD-HIST
                                + CZ-QTD-CTH
                                + CZ-QTD-PEND
                                + CZ-QTD-RECUSA

           MOVE "SIS-CRUZAMENTO" TO RUN-PROGRAMA
           MOVE CZ-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE CZ-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT CZ-HORA-FIM FROM TIME
           MOVE CZ-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE CZ-QTD-LIDOS     TO RUN-QTD-PROC
           MOVE CZ-QTD-EXCECOES  TO RUN-QTD-REJ
           MOVE RUN-LINHA TO CZ-RUN-REC
           WRITE CZ-RUN-REC
           CLOSE CZ-RUN-FILE.

       7600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava uma excecao no extrato CRZEXC e no relatorio, com o
      * setor e a descricao do motivo, e conta por motivo.
      * Entrada: CZ-EXC-MOTIVO, CZ-EXC-ARQUIVO, CZ-EXC-CHAVE e
      * CZ-EXC-REFERENCIA.
      *----------------------------------------------------------
       8000-GRAVAR-EXCECAO.
           MOVE CZ-MOT-DESTINO(CZ-EXC-MOTIVO)   TO CRZ-DESTINO
           MOVE CZ-EXC-ARQUIVO                  TO CRZ-ARQUIVO
           MOVE CZ-EXC-CHAVE                    TO CRZ-CHAVE
           MOVE CZ-EXC-MOTIVO                   TO CRZ-MOTIVO
           MOVE CZ-MOT-DESCRICAO(CZ-EXC-MOTIVO) TO CRZ-DESCRICAO
           MOVE CZ-EXC-REFERENCIA               TO CRZ-REFERENCIA
           MOVE CZ-DATA-REGISTRO                TO CRZ-DATA-MOV
           MOVE CRZ-LINHA TO CZ-EXC-REC
           WRITE CZ-EXC-REC

           MOVE CZ-EXC-ARQUIVO    TO CZ-DET-ARQUIVO
           MOVE CZ-EXC-CHAVE      TO CZ-DET-CHAVE
           MOVE CRZ-DESCRICAO     TO CZ-DET-DESCRICAO
           MOVE CZ-EXC-REFERENCIA TO CZ-DET-REFERENCIA
           MOVE CZ-LINHA-DET TO CZ-REL-REC
           WRITE CZ-REL-REC

           ADD 1 TO CZ-MOT-QTD(CZ-EXC-MOTIVO)
           ADD 1 TO CZ-QTD-EXCECOES.

       8000-EXIT.
           EXIT.
