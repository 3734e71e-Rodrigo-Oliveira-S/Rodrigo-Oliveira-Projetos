       IDENTIFICATION DIVISION.
       PROGRAM-ID. MN-PROMOCAO.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a virada do ano letivo,
      *               rodado depois do FECHA-ANO. Le o historico de
      *               notas do ano fechado (MNHIST) junto com o feed
      *               anual (MNANOFEED, na mesma ordem de matricula)
      *               e, para cada aluno:
      *               1) grava o historico escolar permanente
      *                  (MNHISTANO, indexado por matricula + ano
      *                  letivo, layout HSTREC) com os quatro
      *                  bimestres, a media e o resultado anuais e a
      *                  frequencia no ano, antes de o MNHIST ser
      *                  reaproveitado no ano seguinte (ate aqui o
      *                  bimestre 1 de fevereiro regravava o do ano
      *                  anterior e o historico se perdia);
      *               2) gera o movimento de manutencao do cadastro
      *                  (ALUMOV, com cabecalho e rodape de
      *                  controle) que o CADASTRO-ALUNOS aplica e
      *                  registra no ALULOG como sempre: aprovado
      *                  vai para a turma do ano seguinte do
      *                  mapeamento de turmas (MNTURPROX, layout
      *                  TPXREC, validado contra MNTURMAS antes de
      *                  qualquer gravacao), ou e inativado como
      *                  concluinte na ultima serie; retido fica no
      *                  mesmo nivel (a propria turma ou a turma de
      *                  retido do mapeamento).
      *               Aluno ainda em RECUPERACAO no resultado anual,
      *               sem resultado no feed (INCOMPLETO), inativo ou
      *               de turma sem mapeamento nao e movido e sai no
      *               relatorio (MNPROMREL), com RC 4. Com
      *               MN-LIMPA-ANO=S em SISPARM e o historico
      *               permanente gravado sem erro, esvazia MNHIST,
      *               MNFREQ e MNAVAL para o ano seguinte. So roda
      *               com um FECHA-ANO registrado em SISRUNCT no ano
      *               letivo (MN-ANO-LETIVO em SISPARM, padrao o ano
      *               da data do movimento, ou o anterior se a data
      *               for do primeiro semestre). Aluno que ja tem o
      *               historico permanente do ano mantem a turma
      *               arquivada como turma de origem, para um
      *               reprocesso depois da aplicacao do ALUMOV nao
      *               promover o aluno duas vezes. A execucao e
      *               registrada em SISRUNCT como MN-PROMOCAO.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PM-TPX-FILE ASSIGN TO "MNTURPROX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-TPX-STATUS.

           SELECT PM-TURMAS-FILE ASSIGN TO "MNTURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS PM-TURMAS-STATUS.

           SELECT PM-HIST-FILE ASSIGN TO "MNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS PM-HIST-STATUS.

           SELECT PM-FEED-FILE ASSIGN TO "MNANOFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-FEED-STATUS.

           SELECT PM-ALUNOS-FILE ASSIGN TO "MNALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS PM-ALUNOS-STATUS.

           SELECT PM-FREQ-FILE ASSIGN TO "MNFREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS PM-FREQ-STATUS.

           SELECT PM-AVAL-FILE ASSIGN TO "MNAVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS PM-AVAL-STATUS.

           SELECT PM-HANO-FILE ASSIGN TO "MNHISTANO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS PM-HANO-STATUS.

           SELECT PM-MOV-FILE ASSIGN TO "ALUMOV"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PM-REL-FILE ASSIGN TO "MNPROMREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PM-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-PARM-STATUS.

           SELECT PM-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PM-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PM-TPX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TPXREC.

       FD  PM-TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TURREC.

       FD  PM-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

      *Feed anual do FECHA-ANO, no mesmo layout de colunas fixas do
      *MNFEED
       FD  PM-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-FEED-REC.
           05 PM-FEED-STU-ID       PIC 9(06).
           05 PM-FEED-MEDIA        PIC 9(02)V9.
           05 PM-FEED-RESULTADO    PIC X(11).

       FD  PM-ALUNOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

       FD  PM-FREQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FRQREC.

       FD  PM-AVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AVLREC.

       FD  PM-HANO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HSTREC.

       FD  PM-MOV-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUMOV.

       FD  PM-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-REL-REC             PIC X(80).

       FD  PM-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-PARM-REC            PIC X(80).

       FD  PM-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PM-RUN-REC             PIC X(80).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

       01 PM-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos. Mapeamento, MNTURMAS, MNHIST, MNANOFEED
      *e MNALUNOS sao obrigatorios; MNHISTANO ausente e criado
      *vazio; MNFREQ ausente deixa a frequencia zerada no
      *historico permanente; MNAVAL so e tocado na limpeza.
       01 PM-TPX-STATUS    PIC X(02).
           88 PM-TPX-OK            VALUE "00".
           88 PM-TPX-INEXISTENTE   VALUE "35".
       01 PM-TURMAS-STATUS PIC X(02).
           88 PM-TURMAS-OK         VALUE "00".
           88 PM-TURMAS-INEXISTENTE VALUE "35".
       01 PM-HIST-STATUS   PIC X(02).
           88 PM-HIST-OK           VALUE "00".
           88 PM-HIST-INEXISTENTE  VALUE "35".
       01 PM-FEED-STATUS   PIC X(02).
           88 PM-FEED-OK           VALUE "00".
           88 PM-FEED-INEXISTENTE  VALUE "35".
       01 PM-ALUNOS-STATUS PIC X(02).
           88 PM-ALUNOS-OK         VALUE "00".
           88 PM-ALUNOS-INEXISTENTE VALUE "35".
       01 PM-FREQ-STATUS   PIC X(02).
           88 PM-FREQ-OK           VALUE "00".
           88 PM-FREQ-INEXISTENTE  VALUE "35".
       01 PM-AVAL-STATUS   PIC X(02).
           88 PM-AVAL-OK           VALUE "00".
           88 PM-AVAL-INEXISTENTE  VALUE "35".
       01 PM-HANO-STATUS   PIC X(02).
           88 PM-HANO-OK           VALUE "00".
           88 PM-HANO-INEXISTENTE  VALUE "35".
       01 PM-PARM-STATUS   PIC X(02).
           88 PM-PARM-OK           VALUE "00".
           88 PM-PARM-INEXISTENTE  VALUE "35".
       01 PM-RUN-STATUS    PIC X(02).
           88 PM-RUNCTL-OK         VALUE "00".
           88 PM-RUNCTL-INEXISTENTE VALUE "35".

      *Indica se a frequencia acumulada esta aberta para consulta
       01 PM-FREQ-SW       PIC X(01) VALUE "N".
           88 PM-FREQ-ABERTA       VALUE "S".

      *Parametros de SISPARM tratados por este passo
       01 PM-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 PM-PARM-FIM          VALUE "S".
       01 PM-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 PM-PARM-COM-ERRO     VALUE "S".
       01 PM-PARM-CHAVE    PIC X(16).
       01 PM-PARM-VALOR    PIC X(16).
       01 PM-REPROCESSO-SW PIC X(01) VALUE "N".
           88 PM-REPROCESSO-PEDIDO VALUE "S".
       01 PM-LIMPA-SW      PIC X(01) VALUE "N".
           88 PM-LIMPA-PEDIDA      VALUE "S".
       77 PM-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 PM-ANO-LETIVO    PIC 9(04) VALUE ZERO.

      *Registro de execucoes: protecao contra dupla execucao e
      *conferencia do fechamento do ano letivo
       01 PM-RUN-JA-SW     PIC X(01) VALUE "N".
           88 PM-RUN-JA-PROCESSADO VALUE "S".
       01 PM-RUN-EOF-SW    PIC X(01) VALUE "N".
           88 PM-RUN-FIM-ARQ       VALUE "S".
       01 PM-FECHA-ANO-SW  PIC X(01) VALUE "N".
           88 PM-ANO-FECHADO       VALUE "S".
       01 PM-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       01 PM-DATA-REG-R REDEFINES PM-DATA-REGISTRO.
           05 PM-REG-ANO       PIC 9(04).
           05 PM-REG-MES       PIC 9(02).
           05 PM-REG-DIA       PIC 9(02).
       77 PM-DATA-ANO-INI  PIC 9(08) VALUE ZERO.
       77 PM-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 PM-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Mapeamento das turmas para o ano seguinte: tabela em
      *memoria, uma turma atual por entrada, achada por busca
      *sequencial
       77 PM-MAX-MAPA      PIC 9(03) COMP VALUE 200.
       77 PM-QTD-MAPA      PIC 9(03) COMP VALUE ZERO.
       77 PM-IND-MAPA      PIC 9(03) COMP VALUE ZERO.
       77 PM-IND-ACHADO    PIC 9(03) COMP VALUE ZERO.
       01 PM-TAB-MAPA.
           05 PM-MAPA-ENT OCCURS 200 TIMES.
               10 PM-MAPA-ATUAL    PIC X(03).
               10 PM-MAPA-PROX     PIC X(03).
               10 PM-MAPA-RETIDO   PIC X(03).
       01 PM-EOF-TPX       PIC X(01) VALUE "N".
           88 PM-FIM-TPX           VALUE "S".
       01 PM-MAPA-ERRO-SW  PIC X(01) VALUE "N".
           88 PM-MAPA-COM-ERRO     VALUE "S".
       01 PM-TURMA-SW      PIC X(01) VALUE "N".
           88 PM-TURMA-VALIDA      VALUE "S".
       77 PM-TURMA-CONF    PIC X(03) VALUE SPACES.
       77 PM-MAPA-MOTIVO   PIC X(40) VALUE SPACES.

      *Controle de fim do historico e do feed anual
       01 PM-EOF-HIST      PIC X(01) VALUE "N".
           88 PM-FIM-HIST          VALUE "S".
       01 PM-EOF-FEED      PIC X(01) VALUE "N".
           88 PM-FIM-FEED          VALUE "S".

      *Aluno corrente (quebra de controle por matricula na leitura
      *sequencial do historico)
       77 PM-MATRICULA-ATUAL PIC 9(06) VALUE ZERO.
       77 PM-QTD-BIMESTRES PIC 9(01) VALUE ZERO.
       77 PM-IND-BIM       PIC 9(01) COMP.
       01 PM-HST-NOVO-SW   PIC X(01) VALUE "N".
           88 PM-HST-NOVO          VALUE "S".
       01 PM-FEED-ACHADO-SW PIC X(01) VALUE "N".
           88 PM-FEED-ACHADO       VALUE "S".
       01 PM-ALUNO-SW      PIC X(01) VALUE "N".
           88 PM-ALUNO-ACHADO      VALUE "S".
       01 PM-HST-ERRO-SW   PIC X(01) VALUE "N".
           88 PM-HST-COM-ERRO      VALUE "S".
       77 PM-TURMA-ORIGEM  PIC X(03) VALUE SPACES.
      *Imagem do historico permanente montada, guardada durante a
      *leitura do registro ja arquivado
       01 PM-HST-SALVO     PIC X(200).
       77 PM-TURMA-DESTINO PIC X(03) VALUE SPACES.
       77 PM-SITUACAO-TXT  PIC X(30) VALUE SPACES.

      *Frequencia do ano do aluno corrente (soma dos bimestres)
       77 PM-SOMA-DIAS     PIC 9(04) VALUE ZERO.
       77 PM-SOMA-FALTAS   PIC 9(04) VALUE ZERO.
       77 PM-PERC-FREQ     PIC 9(03)V9 VALUE ZERO.

      *Controles do movimento ALUMOV gerado
       77 PM-QTD-MOV       PIC 9(07) VALUE ZERO.
       77 PM-HASH-MOV      PIC 9(13) VALUE ZERO.
       01 PM-SAIDA-CAB.
           05 PM-CAB-SEQUENCIA PIC 9(06) VALUE ZERO.
           05 PM-CAB-TIPO      PIC X(01) VALUE "0".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PM-CAB-ARQUIVO   PIC X(08) VALUE "ALUMOV".
           05 PM-CAB-DATA      PIC 9(08).
           05 FILLER           PIC X(17) VALUE SPACES.
       01 PM-SAIDA-ROD.
           05 PM-ROD-SEQUENCIA PIC 9(06) VALUE ZERO.
           05 PM-ROD-TIPO      PIC X(01) VALUE "9".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PM-ROD-QTD       PIC 9(07).
           05 PM-ROD-HASH      PIC 9(13).
           05 FILLER           PIC X(13) VALUE SPACES.

      *Totais da virada
       77 PM-QTD-ALUNOS    PIC 9(06) VALUE ZERO.
       77 PM-QTD-ARQUIVADOS PIC 9(06) VALUE ZERO.
       77 PM-QTD-REARQUIVADOS PIC 9(06) VALUE ZERO.
       77 PM-QTD-PROMOVIDOS PIC 9(06) VALUE ZERO.
       77 PM-QTD-CONCLUINTES PIC 9(06) VALUE ZERO.
       77 PM-QTD-RETIDOS   PIC 9(06) VALUE ZERO.
       77 PM-QTD-PERMANECE PIC 9(06) VALUE ZERO.
       77 PM-QTD-NAO-MOVIDOS PIC 9(06) VALUE ZERO.
       77 PM-QTD-SEM-HIST  PIC 9(06) VALUE ZERO.
       77 PM-QTD-ED        PIC ZZZ,ZZ9.

      *Linha de aluno no relatorio da virada
       01 PM-LINHA-DET.
           05 PM-DET-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PM-DET-NOME      PIC X(25).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PM-DET-ORIGEM    PIC X(03).
           05 FILLER           PIC X(04) VALUE " -> ".
           05 PM-DET-DESTINO   PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PM-DET-RESULTADO PIC X(11).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PM-DET-SITUACAO  PIC X(24).

      *Linha de erro do mapeamento de turmas
       01 PM-LINHA-MAPA.
           05 FILLER           PIC X(16) VALUE "MAPEAMENTO: ".
           05 PM-MAP-LINHA     PIC X(11).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PM-MAP-MOTIVO    PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF PM-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7500-VERIFICAR-RUNCTL THRU 7500-EXIT
           IF PM-RUN-JA-PROCESSADO
               MOVE 22 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-JA-PROCESSADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF NOT PM-ANO-FECHADO
               DISPLAY "FECHA-ANO DO ANO LETIVO " PM-ANO-LETIVO
                       " NAO REGISTRADO EM SISRUNCT"
               MOVE 21 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-CONTROLE-LOTE
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN OUTPUT PM-REL-FILE
           MOVE SPACES TO PM-REL-REC
           STRING "VIRADA DO ANO LETIVO " PM-ANO-LETIVO
                  " - PROMOCAO E HISTORICO ESCOLAR"
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           MOVE PM-LINHA TO PM-REL-REC
           WRITE PM-REL-REC

           OPEN INPUT PM-TURMAS-FILE
           IF NOT PM-TURMAS-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNTURMAS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               CLOSE PM-REL-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           PERFORM 2000-CARREGAR-MAPEAMENTO THRU 2000-EXIT
           CLOSE PM-TURMAS-FILE
           IF PM-MAPA-COM-ERRO
               MOVE 16 TO ERR-STATUS-CODE
               DISPLAY "MAPEAMENTO DE TURMAS (MNTURPROX) INVALIDO - "
                       "NENHUM ALUNO MOVIDO"
               MOVE 8 TO RETURN-CODE
               CLOSE PM-REL-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           PERFORM 2500-ABRIR-ARQUIVOS THRU 2500-EXIT
           IF RETURN-CODE = 8
               CLOSE PM-REL-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           MOVE PM-DATA-REGISTRO TO PM-CAB-DATA
           MOVE PM-SAIDA-CAB TO MOV-REC
           WRITE MOV-REC

           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT
           PERFORM 3200-LER-FEED THRU 3200-EXIT

           PERFORM 3000-ACUMULAR-REGISTRO THRU 3000-EXIT
               UNTIL PM-FIM-HIST

           IF PM-QTD-BIMESTRES > ZERO
               PERFORM 4000-VIRAR-ALUNO THRU 4000-EXIT
           END-IF

           PERFORM 3300-FEED-SEM-HISTORICO THRU 3300-EXIT
               UNTIL PM-FIM-FEED

           MOVE PM-QTD-MOV  TO PM-ROD-QTD
           MOVE PM-HASH-MOV TO PM-ROD-HASH
           MOVE PM-SAIDA-ROD TO MOV-REC
           WRITE MOV-REC

           CLOSE PM-HIST-FILE
           CLOSE PM-FEED-FILE
           CLOSE PM-ALUNOS-FILE
           CLOSE PM-HANO-FILE
           CLOSE PM-MOV-FILE
           IF PM-FREQ-ABERTA
               CLOSE PM-FREQ-FILE
           END-IF

           PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT

           IF PM-HST-COM-ERRO
               DISPLAY "ERRO NA GRAVACAO DE MNHISTANO - LIMPEZA DO "
                       "ANO NAO EXECUTADA"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PM-LIMPA-PEDIDA
                   PERFORM 6000-LIMPAR-ANO THRU 6000-EXIT
               ELSE
                   DISPLAY "MNHIST, MNFREQ E MNAVAL MANTIDOS "
                           "(MN-LIMPA-ANO NAO INFORMADO)"
               END-IF
               IF PM-QTD-NAO-MOVIDOS > ZERO
                       OR PM-QTD-SEM-HIST > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE PM-REL-FILE

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO, MN-ANO-LETIVO (ano letivo fechado, AAAA) e
      * MN-LIMPA-ANO (S = esvaziar MNHIST, MNFREQ e MNAVAL depois
      * de gravado o historico permanente). As demais chaves sao
      * dos outros programas.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT PM-PARM-FILE
           IF PM-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO PM-PARM-EOF-SW
           READ PM-PARM-FILE
               AT END
                   MOVE "S" TO PM-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL PM-PARM-FIM

           CLOSE PM-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF PM-PARM-REC(1:1) = "*" OR PM-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO PM-PARM-CHAVE
           MOVE SPACES TO PM-PARM-VALOR
           UNSTRING PM-PARM-REC DELIMITED BY "="
               INTO PM-PARM-CHAVE PM-PARM-VALOR
           END-UNSTRING

           EVALUATE PM-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " PM-PARM-REC(1:40)
                   IF PM-PARM-VALOR(1:8) IS NUMERIC
                       MOVE PM-PARM-VALOR(1:8) TO PM-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO PM-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               PM-PARM-REC(1:40)
                   END-IF
               WHEN "REPROCESSO"
                   DISPLAY "SISPARM: " PM-PARM-REC(1:40)
                   IF PM-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO PM-REPROCESSO-SW
                   END-IF
               WHEN "MN-ANO-LETIVO"
                   DISPLAY "SISPARM: " PM-PARM-REC(1:40)
                   IF PM-PARM-VALOR(1:4) IS NUMERIC
                           AND PM-PARM-VALOR(1:4) > "1900"
                       MOVE PM-PARM-VALOR(1:4) TO PM-ANO-LETIVO
                   ELSE
                       MOVE "S" TO PM-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               PM-PARM-REC(1:40)
                   END-IF
               WHEN "MN-LIMPA-ANO"
                   DISPLAY "SISPARM: " PM-PARM-REC(1:40)
                   IF PM-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO PM-LIMPA-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ PM-PARM-FILE
               AT END
                   MOVE "S" TO PM-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Carrega o mapeamento de turmas na tabela, conferindo cada
      * linha: turma atual informada e sem repeticao, turma
      * seguinte e turma de retido (quando informadas) e a propria
      * turma atual existentes e ativas em MNTURMAS. Qualquer
      * linha com erro sai no relatorio e derruba a virada inteira,
      * antes de gravar qualquer coisa.
      *----------------------------------------------------------
       2000-CARREGAR-MAPEAMENTO.
           MOVE "N"  TO PM-MAPA-ERRO-SW
           MOVE ZERO TO PM-QTD-MAPA
           MOVE "N"  TO PM-EOF-TPX
           OPEN INPUT PM-TPX-FILE
           IF NOT PM-TPX-OK
               DISPLAY "MNTURPROX NAO ENCONTRADO"
               MOVE "S" TO PM-MAPA-ERRO-SW
               GO TO 2000-EXIT
           END-IF

           READ PM-TPX-FILE
               AT END
                   MOVE "S" TO PM-EOF-TPX
           END-READ

           PERFORM 2100-CONFERIR-MAPEAMENTO THRU 2100-EXIT
               UNTIL PM-FIM-TPX

           CLOSE PM-TPX-FILE

           IF PM-QTD-MAPA = ZERO
               DISPLAY "MNTURPROX SEM NENHUMA TURMA"
               MOVE "S" TO PM-MAPA-ERRO-SW
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONFERIR-MAPEAMENTO.
           IF TPX-REC = SPACES OR TPX-REC(1:1) = "*"
               GO TO 2100-LER
           END-IF

           MOVE SPACES TO PM-MAPA-MOTIVO
           IF TPX-TURMA-ATUAL = SPACES
               MOVE "TURMA ATUAL EM BRANCO" TO PM-MAPA-MOTIVO
               GO TO 2100-ERRO
           END-IF

           MOVE TPX-TURMA-ATUAL TO PM-TURMA-CONF
           PERFORM 2200-PROCURAR-MAPA THRU 2200-EXIT
           IF PM-IND-ACHADO > ZERO
               MOVE "TURMA ATUAL REPETIDA NO MAPEAMENTO"
                   TO PM-MAPA-MOTIVO
               GO TO 2100-ERRO
           END-IF

           PERFORM 2300-VALIDAR-TURMA THRU 2300-EXIT
           IF NOT PM-TURMA-VALIDA
               MOVE "TURMA ATUAL INEXISTENTE OU INATIVA"
                   TO PM-MAPA-MOTIVO
               GO TO 2100-ERRO
           END-IF

           IF TPX-TURMA-PROX NOT = SPACES
               MOVE TPX-TURMA-PROX TO PM-TURMA-CONF
               PERFORM 2300-VALIDAR-TURMA THRU 2300-EXIT
               IF NOT PM-TURMA-VALIDA
                   MOVE "TURMA SEGUINTE INEXISTENTE OU INATIVA"
                       TO PM-MAPA-MOTIVO
                   GO TO 2100-ERRO
               END-IF
           END-IF

           IF TPX-TURMA-RETIDO NOT = SPACES
               MOVE TPX-TURMA-RETIDO TO PM-TURMA-CONF
               PERFORM 2300-VALIDAR-TURMA THRU 2300-EXIT
               IF NOT PM-TURMA-VALIDA
                   MOVE "TURMA DE RETIDO INEXISTENTE OU INATIVA"
                       TO PM-MAPA-MOTIVO
                   GO TO 2100-ERRO
               END-IF
           END-IF

           IF PM-QTD-MAPA NOT < PM-MAX-MAPA
               MOVE "MAPEAMENTO COM MAIS TURMAS QUE A TABELA"
                   TO PM-MAPA-MOTIVO
               GO TO 2100-ERRO
           END-IF

           ADD 1 TO PM-QTD-MAPA
           MOVE TPX-TURMA-ATUAL  TO PM-MAPA-ATUAL(PM-QTD-MAPA)
           MOVE TPX-TURMA-PROX   TO PM-MAPA-PROX(PM-QTD-MAPA)
           IF TPX-TURMA-RETIDO = SPACES
               MOVE TPX-TURMA-ATUAL TO PM-MAPA-RETIDO(PM-QTD-MAPA)
           ELSE
               MOVE TPX-TURMA-RETIDO TO PM-MAPA-RETIDO(PM-QTD-MAPA)
           END-IF
           GO TO 2100-LER.

       2100-ERRO.
           MOVE "S" TO PM-MAPA-ERRO-SW
           MOVE TPX-REC        TO PM-MAP-LINHA
           MOVE PM-MAPA-MOTIVO TO PM-MAP-MOTIVO
           MOVE PM-LINHA-MAPA  TO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:69).

       2100-LER.
           READ PM-TPX-FILE
               AT END
                   MOVE "S" TO PM-EOF-TPX
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procura PM-TURMA-CONF entre as turmas atuais ja
      * carregadas; PM-IND-ACHADO = 0 quando nao acha.
      *----------------------------------------------------------
       2200-PROCURAR-MAPA.
           MOVE ZERO TO PM-IND-ACHADO
           MOVE 1 TO PM-IND-MAPA
           PERFORM 2250-COMPARAR-MAPA THRU 2250-EXIT
               UNTIL PM-IND-MAPA > PM-QTD-MAPA
                  OR PM-IND-ACHADO > ZERO.

       2200-EXIT.
           EXIT.

       2250-COMPARAR-MAPA.
           IF PM-MAPA-ATUAL(PM-IND-MAPA) = PM-TURMA-CONF
               MOVE PM-IND-MAPA TO PM-IND-ACHADO
           END-IF
           ADD 1 TO PM-IND-MAPA.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere PM-TURMA-CONF no cadastro mestre de turmas:
      * valida so se existir e estiver ativa, a mesma regra do
      * CADASTRO-ALUNOS para aceitar a turma na alteracao.
      *----------------------------------------------------------
       2300-VALIDAR-TURMA.
           MOVE "N" TO PM-TURMA-SW
           MOVE PM-TURMA-CONF TO TUR-CODIGO
           READ PM-TURMAS-FILE
               INVALID KEY
                   MOVE "N" TO PM-TURMA-SW
               NOT INVALID KEY
                   IF TUR-ATIVA
                       MOVE "S" TO PM-TURMA-SW
                   END-IF
           END-READ.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Abre os arquivos da virada. Historico, feed anual e
      * cadastro de alunos sao obrigatorios (RC 8 sem eles); o
      * historico permanente e criado vazio na primeira virada.
      *----------------------------------------------------------
       2500-ABRIR-ARQUIVOS.
           MOVE "N" TO PM-EOF-HIST
           OPEN INPUT PM-HIST-FILE
           IF NOT PM-HIST-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNHIST NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF

           MOVE "N" TO PM-EOF-FEED
           OPEN INPUT PM-FEED-FILE
           IF NOT PM-FEED-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNANOFEED NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               CLOSE PM-HIST-FILE
               GO TO 2500-EXIT
           END-IF

           OPEN INPUT PM-ALUNOS-FILE
           IF NOT PM-ALUNOS-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNALUNOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               CLOSE PM-HIST-FILE
               CLOSE PM-FEED-FILE
               GO TO 2500-EXIT
           END-IF

           OPEN INPUT PM-FREQ-FILE
           IF PM-FREQ-OK
               MOVE "S" TO PM-FREQ-SW
           ELSE
               DISPLAY "MNFREQ NAO ENCONTRADO - FREQUENCIA ZERADA "
                       "NO HISTORICO PERMANENTE"
           END-IF

           OPEN I-O PM-HANO-FILE
           IF PM-HANO-INEXISTENTE
               OPEN OUTPUT PM-HANO-FILE
               CLOSE PM-HANO-FILE
               OPEN I-O PM-HANO-FILE
           END-IF

           OPEN OUTPUT PM-MOV-FILE.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Acumula o registro corrente do historico: a leitura
      * sequencial devolve as linhas em ordem de matricula +
      * bimestre, entao a troca de matricula vira o aluno
      * anterior antes de acumular o corrente.
      *----------------------------------------------------------
       3000-ACUMULAR-REGISTRO.
           IF PM-QTD-BIMESTRES > ZERO
                   AND HIS-MATRICULA NOT = PM-MATRICULA-ATUAL
               PERFORM 4000-VIRAR-ALUNO THRU 4000-EXIT
           END-IF

           IF PM-QTD-BIMESTRES = ZERO
               MOVE HIS-MATRICULA TO PM-MATRICULA-ATUAL
               PERFORM 3050-INICIAR-HISTORICO THRU 3050-EXIT
           END-IF

           IF HIS-BIMESTRE >= 1 AND HIS-BIMESTRE <= 4
               MOVE HIS-BIMESTRE  TO PM-IND-BIM
               MOVE "S"           TO HST-BIM-LANCADO(PM-IND-BIM)
               MOVE HIS-NOTA1     TO HST-NOTA(PM-IND-BIM, 1)
               MOVE HIS-NOTA2     TO HST-NOTA(PM-IND-BIM, 2)
               MOVE HIS-NOTA3     TO HST-NOTA(PM-IND-BIM, 3)
               MOVE HIS-NOTA4     TO HST-NOTA(PM-IND-BIM, 4)
               MOVE HIS-MEDIA     TO HST-MEDIA-BIM(PM-IND-BIM)
               MOVE HIS-RESULTADO TO HST-RESULTADO-BIM(PM-IND-BIM)
           END-IF
           ADD 1 TO PM-QTD-BIMESTRES

           PERFORM 3100-LER-HISTORICO THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Zera a imagem do historico permanente para o aluno que
      * comeca, com os quatro bimestres nao lancados.
      *----------------------------------------------------------
       3050-INICIAR-HISTORICO.
           MOVE ZEROS  TO HST-REC
           MOVE SPACES TO HST-NOME
           MOVE SPACES TO HST-TURMA
           MOVE SPACES TO HST-RESULTADO-ANUAL
           MOVE 1 TO PM-IND-BIM
           PERFORM 3060-LIMPAR-BIMESTRE THRU 3060-EXIT
               UNTIL PM-IND-BIM > 4.

       3050-EXIT.
           EXIT.

       3060-LIMPAR-BIMESTRE.
           MOVE "N"    TO HST-BIM-LANCADO(PM-IND-BIM)
           MOVE SPACES TO HST-RESULTADO-BIM(PM-IND-BIM)
           ADD 1 TO PM-IND-BIM.

       3060-EXIT.
           EXIT.

       3100-LER-HISTORICO.
           READ PM-HIST-FILE
               AT END
                   MOVE "S" TO PM-EOF-HIST
           END-READ.

       3100-EXIT.
           EXIT.

       3200-LER-FEED.
           READ PM-FEED-FILE
               AT END
                   MOVE "S" TO PM-EOF-FEED
           END-READ.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Linha do feed anual sem historico de notas (nao deveria
      * acontecer: o feed sai do proprio MNHIST); sai no relatorio
      * e o aluno nao e movido.
      *----------------------------------------------------------
       3300-FEED-SEM-HISTORICO.
           ADD 1 TO PM-QTD-SEM-HIST
           MOVE PM-FEED-STU-ID    TO PM-DET-MATRICULA
           MOVE SPACES            TO PM-DET-NOME
           MOVE SPACES            TO PM-DET-ORIGEM
           MOVE SPACES            TO PM-DET-DESTINO
           MOVE PM-FEED-RESULTADO TO PM-DET-RESULTADO
           MOVE "FEED SEM HISTORICO"  TO PM-DET-SITUACAO
           MOVE PM-LINHA-DET TO PM-REL-REC
           WRITE PM-REL-REC
           PERFORM 3200-LER-FEED THRU 3200-EXIT.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Vira o aluno que terminou no historico: casa com o feed
      * anual (resultado do ano ou INCOMPLETO), grava o historico
      * permanente do ano letivo e gera o movimento do cadastro.
      *----------------------------------------------------------
       4000-VIRAR-ALUNO.
           ADD 1 TO PM-QTD-ALUNOS

           PERFORM 3300-FEED-SEM-HISTORICO THRU 3300-EXIT
               UNTIL PM-FIM-FEED
                  OR PM-FEED-STU-ID NOT < PM-MATRICULA-ATUAL

           MOVE "N" TO PM-FEED-ACHADO-SW
           IF NOT PM-FIM-FEED
                   AND PM-FEED-STU-ID = PM-MATRICULA-ATUAL
               MOVE "S" TO PM-FEED-ACHADO-SW
               MOVE PM-FEED-MEDIA     TO HST-MEDIA-ANUAL
               MOVE PM-FEED-RESULTADO TO HST-RESULTADO-ANUAL
               PERFORM 3200-LER-FEED THRU 3200-EXIT
           ELSE
               MOVE ZERO         TO HST-MEDIA-ANUAL
               MOVE "INCOMPLETO" TO HST-RESULTADO-ANUAL
           END-IF

           MOVE "N" TO PM-ALUNO-SW
           MOVE PM-MATRICULA-ATUAL TO ALU-MATRICULA
           READ PM-ALUNOS-FILE
               INVALID KEY
                   MOVE SPACES TO ALU-NOME
                   MOVE SPACES TO ALU-TURMA
                   MOVE SPACE  TO ALU-SITUACAO
               NOT INVALID KEY
                   MOVE "S" TO PM-ALUNO-SW
           END-READ

           PERFORM 4100-APURAR-FREQUENCIA THRU 4100-EXIT
           PERFORM 4200-GRAVAR-HISTORICO THRU 4200-EXIT
           PERFORM 4500-GERAR-MOVIMENTO THRU 4500-EXIT

           MOVE ZERO TO PM-QTD-BIMESTRES.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Soma dias e faltas dos quatro bimestres do aluno na
      * frequencia acumulada e calcula o percentual de presenca no
      * ano, como o FECHA-ANO. Sem MNFREQ ou sem chamada lancada
      * o percentual fica zerado.
      *----------------------------------------------------------
       4100-APURAR-FREQUENCIA.
           MOVE ZERO TO PM-SOMA-DIAS
           MOVE ZERO TO PM-SOMA-FALTAS
           MOVE ZERO TO PM-PERC-FREQ
           IF NOT PM-FREQ-ABERTA
               GO TO 4100-EXIT
           END-IF

           MOVE 1 TO PM-IND-BIM
           PERFORM 4150-SOMAR-BIMESTRE THRU 4150-EXIT
               UNTIL PM-IND-BIM > 4

           IF PM-SOMA-DIAS > ZERO
               COMPUTE PM-PERC-FREQ ROUNDED
                   = (PM-SOMA-DIAS - PM-SOMA-FALTAS) * 100
                     / PM-SOMA-DIAS
           END-IF.

       4100-EXIT.
           EXIT.

       4150-SOMAR-BIMESTRE.
           MOVE PM-MATRICULA-ATUAL TO FRQ-MATRICULA
           MOVE PM-IND-BIM         TO FRQ-BIMESTRE
           READ PM-FREQ-FILE
               NOT INVALID KEY
                   ADD FRQ-DIAS   TO PM-SOMA-DIAS
                   ADD FRQ-FALTAS TO PM-SOMA-FALTAS
           END-READ
           ADD 1 TO PM-IND-BIM.

       4150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava o historico permanente do aluno no ano letivo. Ja
      * arquivado (reprocesso), o registro e regravado com os
      * dados de agora, mas a turma arquivada continua valendo
      * como turma de origem do ano: depois de aplicado o ALUMOV
      * a turma do cadastro ja e a do ano seguinte.
      *----------------------------------------------------------
       4200-GRAVAR-HISTORICO.
           MOVE ALU-TURMA TO PM-TURMA-ORIGEM
           MOVE PM-MATRICULA-ATUAL TO HST-MATRICULA
           MOVE PM-ANO-LETIVO      TO HST-ANO-LETIVO
           MOVE HST-REC TO PM-HST-SALVO
           MOVE "S" TO PM-HST-NOVO-SW
           READ PM-HANO-FILE
               INVALID KEY
                   MOVE "S" TO PM-HST-NOVO-SW
               NOT INVALID KEY
                   MOVE "N" TO PM-HST-NOVO-SW
                   MOVE HST-TURMA TO PM-TURMA-ORIGEM
           END-READ
           PERFORM 4250-REMONTAR-HISTORICO THRU 4250-EXIT

           IF PM-HST-NOVO
               WRITE HST-REC
                   INVALID KEY
                       MOVE "S" TO PM-HST-ERRO-SW
                   NOT INVALID KEY
                       ADD 1 TO PM-QTD-ARQUIVADOS
               END-WRITE
           ELSE
               REWRITE HST-REC
                   INVALID KEY
                       MOVE "S" TO PM-HST-ERRO-SW
                   NOT INVALID KEY
                       ADD 1 TO PM-QTD-REARQUIVADOS
               END-REWRITE
           END-IF.

       4200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * A leitura de MNHISTANO sobrepoe a imagem montada do
      * historico; volta com a imagem guardada e completa nome,
      * turma de origem, frequencia e data do arquivamento.
      *----------------------------------------------------------
       4250-REMONTAR-HISTORICO.
           MOVE PM-HST-SALVO TO HST-REC
           MOVE ALU-NOME         TO HST-NOME
           MOVE PM-TURMA-ORIGEM  TO HST-TURMA
           MOVE PM-PERC-FREQ     TO HST-FREQ-PERC
           MOVE PM-DATA-REGISTRO TO HST-DATA-ARQUIVO.

       4250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Gera o movimento do cadastro para o aluno virado, pelo
      * resultado anual e pelo mapeamento da turma de origem:
      * APROVADO vai para a turma seguinte (alteracao) ou, na
      * ultima serie, conclui (inativacao); REPROVADO e
      * REPROV-FREQ ficam no mesmo nivel (alteracao so se a turma
      * de retido for outra). Em RECUPERACAO, INCOMPLETO, fora do
      * cadastro, inativo ou sem mapeamento, o aluno nao e movido
      * e sai no relatorio.
      *----------------------------------------------------------
       4500-GERAR-MOVIMENTO.
           MOVE PM-MATRICULA-ATUAL  TO PM-DET-MATRICULA
           MOVE ALU-NOME            TO PM-DET-NOME
           MOVE PM-TURMA-ORIGEM     TO PM-DET-ORIGEM
           MOVE SPACES              TO PM-DET-DESTINO
           MOVE HST-RESULTADO-ANUAL TO PM-DET-RESULTADO

           IF NOT PM-ALUNO-ACHADO
               MOVE "ALUNO NAO CADASTRADO" TO PM-SITUACAO-TXT
               GO TO 4500-NAO-MOVIDO
           END-IF
           IF NOT ALU-ATIVO
               MOVE "ALUNO INATIVO" TO PM-SITUACAO-TXT
               GO TO 4500-NAO-MOVIDO
           END-IF
           IF NOT PM-FEED-ACHADO
               MOVE "SEM RESULTADO ANUAL" TO PM-SITUACAO-TXT
               GO TO 4500-NAO-MOVIDO
           END-IF

           MOVE PM-TURMA-ORIGEM TO PM-TURMA-CONF
           PERFORM 2200-PROCURAR-MAPA THRU 2200-EXIT
           IF PM-IND-ACHADO = ZERO
               MOVE "TURMA SEM MAPEAMENTO" TO PM-SITUACAO-TXT
               GO TO 4500-NAO-MOVIDO
           END-IF

           EVALUATE HST-RESULTADO-ANUAL
               WHEN "APROVADO"
                   IF PM-MAPA-PROX(PM-IND-ACHADO) = SPACES
                       MOVE "CONCLUINTE - INATIVADO"
                           TO PM-SITUACAO-TXT
                       MOVE 3 TO MOV-OPERACAO
                       ADD 1 TO PM-QTD-CONCLUINTES
                   ELSE
                       MOVE PM-MAPA-PROX(PM-IND-ACHADO)
                           TO PM-TURMA-DESTINO
                       MOVE "PROMOVIDO" TO PM-SITUACAO-TXT
                       MOVE 2 TO MOV-OPERACAO
                       ADD 1 TO PM-QTD-PROMOVIDOS
                   END-IF
               WHEN "REPROVADO"
               WHEN "REPROV-FREQ"
                   MOVE PM-MAPA-RETIDO(PM-IND-ACHADO)
                       TO PM-TURMA-DESTINO
                   MOVE "RETIDO NO MESMO NIVEL" TO PM-SITUACAO-TXT
                   MOVE 2 TO MOV-OPERACAO
                   ADD 1 TO PM-QTD-RETIDOS
               WHEN "RECUPERACAO"
                   MOVE "RECUPERACAO FINAL PENDENTE"
                       TO PM-SITUACAO-TXT
                   GO TO 4500-NAO-MOVIDO
               WHEN OTHER
                   MOVE "RESULTADO ANUAL INVALIDO" TO PM-SITUACAO-TXT
                   GO TO 4500-NAO-MOVIDO
           END-EVALUATE

           MOVE PM-TURMA-DESTINO TO PM-DET-DESTINO
           MOVE PM-SITUACAO-TXT  TO PM-DET-SITUACAO

           IF MOV-OPER-ALTERAR AND PM-TURMA-DESTINO = ALU-TURMA
               ADD 1 TO PM-QTD-PERMANECE
               MOVE "SEM MUDANCA DE TURMA" TO PM-DET-SITUACAO
               GO TO 4500-LISTAR
           END-IF

           MOVE PM-MATRICULA-ATUAL TO MOV-MATRICULA
           MOVE SPACE              TO MOV-TIPO-REG
           MOVE ALU-NOME           TO MOV-NOME
           IF MOV-OPER-ALTERAR
               MOVE PM-TURMA-DESTINO TO MOV-TURMA
           ELSE
               MOVE ALU-TURMA        TO MOV-TURMA
           END-IF
           WRITE MOV-REC
           ADD 1 TO PM-QTD-MOV
           ADD PM-MATRICULA-ATUAL TO PM-HASH-MOV
           GO TO 4500-LISTAR.

       4500-NAO-MOVIDO.
           ADD 1 TO PM-QTD-NAO-MOVIDOS
           MOVE PM-SITUACAO-TXT TO PM-DET-SITUACAO.

       4500-LISTAR.
           MOVE PM-LINHA-DET TO PM-REL-REC
           WRITE PM-REL-REC.

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da virada, no relatorio e no console.
      *----------------------------------------------------------
       5000-GRAVAR-TOTAIS.
           MOVE PM-LINHA TO PM-REL-REC
           WRITE PM-REL-REC

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-ALUNOS TO PM-QTD-ED
           STRING "ALUNOS NO HISTORICO : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-ARQUIVADOS TO PM-QTD-ED
           STRING "HIST. ARQUIVADOS    : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-REARQUIVADOS TO PM-QTD-ED
           STRING "HIST. REGRAVADOS    : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-PROMOVIDOS TO PM-QTD-ED
           STRING "PROMOVIDOS          : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-CONCLUINTES TO PM-QTD-ED
           STRING "CONCLUINTES         : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-RETIDOS TO PM-QTD-ED
           STRING "RETIDOS             : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-PERMANECE TO PM-QTD-ED
           STRING "  SEM MUDANCA TURMA : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-NAO-MOVIDOS TO PM-QTD-ED
           STRING "NAO MOVIDOS         : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-SEM-HIST TO PM-QTD-ED
           STRING "FEED SEM HISTORICO  : " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40)

           MOVE SPACES TO PM-REL-REC
           MOVE PM-QTD-MOV TO PM-QTD-ED
           STRING "MOVIMENTOS EM ALUMOV: " PM-QTD-ED
               DELIMITED BY SIZE INTO PM-REL-REC
           WRITE PM-REL-REC
           DISPLAY PM-REL-REC(1:40).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Esvazia os arquivos do ano fechado (historico de notas,
      * frequencia acumulada e notas por avaliacao), ja copiados
      * para o historico permanente, para o ano seguinte comecar
      * sem bimestres do ano anterior.
      *----------------------------------------------------------
       6000-LIMPAR-ANO.
           OPEN OUTPUT PM-HIST-FILE
           CLOSE PM-HIST-FILE
           DISPLAY "MNHIST ESVAZIADO PARA O ANO SEGUINTE"

           OPEN INPUT PM-FREQ-FILE
           IF PM-FREQ-OK
               CLOSE PM-FREQ-FILE
               OPEN OUTPUT PM-FREQ-FILE
               CLOSE PM-FREQ-FILE
               DISPLAY "MNFREQ ESVAZIADO PARA O ANO SEGUINTE"
           END-IF

           OPEN INPUT PM-AVAL-FILE
           IF PM-AVAL-OK
               CLOSE PM-AVAL-FILE
               OPEN OUTPUT PM-AVAL-FILE
               CLOSE PM-AVAL-FILE
               DISPLAY "MNAVAL ESVAZIADO PARA O ANO SEGUINTE"
           END-IF.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi virada pela MN-PROMOCAO (REPROCESSO=S em
      * SISPARM autoriza rodar de novo) e se ha um FECHA-ANO
      * concluido no ano letivo (data do movimento do fechamento
      * a partir de 1 de janeiro do ano letivo e ate a data desta
      * virada). Define tambem o ano letivo padrao.
      *----------------------------------------------------------
       7500-VERIFICAR-RUNCTL.
           MOVE "N" TO PM-RUN-JA-SW
           MOVE "N" TO PM-FECHA-ANO-SW
           ACCEPT PM-HORA-INICIO FROM TIME
           IF PM-DATA-MOVIMENTO > ZERO
               MOVE PM-DATA-MOVIMENTO TO PM-DATA-REGISTRO
           ELSE
               ACCEPT PM-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF

           IF PM-ANO-LETIVO = ZERO
               IF PM-REG-MES < 7
                   COMPUTE PM-ANO-LETIVO = PM-REG-ANO - 1
               ELSE
                   MOVE PM-REG-ANO TO PM-ANO-LETIVO
               END-IF
           END-IF
           DISPLAY "ANO LETIVO DA VIRADA: " PM-ANO-LETIVO
           COMPUTE PM-DATA-ANO-INI = PM-ANO-LETIVO * 10000 + 101

           OPEN INPUT PM-RUN-FILE
           IF PM-RUNCTL-INEXISTENTE
               GO TO 7500-EXIT
           END-IF

           MOVE "N" TO PM-RUN-EOF-SW
           READ PM-RUN-FILE
               AT END
                   MOVE "S" TO PM-RUN-EOF-SW
           END-READ

           PERFORM 7550-CONFERIR-EXECUCAO THRU 7550-EXIT
               UNTIL PM-RUN-FIM-ARQ

           CLOSE PM-RUN-FILE

           IF PM-RUN-JA-PROCESSADO AND PM-REPROCESSO-PEDIDO
               MOVE "N" TO PM-RUN-JA-SW
               DISPLAY "REPROCESSO AUTORIZADO POR SISPARM"
           END-IF.

       7500-EXIT.
           EXIT.

       7550-CONFERIR-EXECUCAO.
           MOVE PM-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "MN-PROMOCAO"
                   AND RUN-DATA-MOV = PM-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO PM-RUN-JA-SW
           END-IF
           IF RUN-PROGRAMA = "FECHA-ANO"
                   AND RUN-DATA-MOV NOT < PM-DATA-ANO-INI
                   AND RUN-DATA-MOV NOT > PM-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO PM-FECHA-ANO-SW
           END-IF
           READ PM-RUN-FILE
               AT END
                   MOVE "S" TO PM-RUN-EOF-SW
           END-READ.

       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: situacao C (limpa), A
      * (com alunos nao movidos) ou E (erro fatal), derivada do
      * codigo de condicao; processados = movimentos gerados em
      * ALUMOV, rejeitados = alunos nao movidos.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND PM-RUN-FILE
           IF PM-RUNCTL-INEXISTENTE
               OPEN OUTPUT PM-RUN-FILE
           END-IF

           MOVE "MN-PROMOCAO"    TO RUN-PROGRAMA
           MOVE PM-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE PM-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT PM-HORA-FIM FROM TIME
           MOVE PM-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE PM-QTD-MOV         TO RUN-QTD-PROC
           MOVE PM-QTD-NAO-MOVIDOS TO RUN-QTD-REJ
           MOVE RUN-LINHA TO PM-RUN-REC
           WRITE PM-RUN-REC
           CLOSE PM-RUN-FILE.

       7600-EXIT.
           EXIT.
