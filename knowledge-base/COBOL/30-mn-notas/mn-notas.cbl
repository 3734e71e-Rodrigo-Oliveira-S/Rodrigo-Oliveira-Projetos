       IDENTIFICATION DIVISION.
       PROGRAM-ID. MN-NOTAS.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a captura das notas por
      *               avaliacao, como o professor entrega: le o
      *               movimento NOTAMOV (layout NTMREC, uma linha por
      *               turma, aluno, bimestre e avaliacao 1 a 4, com
      *               cabecalho e rodape de controle), confere o
      *               aluno no cadastro mestre (MNALUNOS, ativo e da
      *               turma informada) e acumula as notas em MNAVAL
      *               (indexado por matricula + bimestre, layout
      *               AVLREC). Linha recusada sai no relatorio de
      *               aplicacao (MNNOTREL) com o motivo, vai para o
      *               arquivo de recusadas (MNRECUSA, layout RCSREC)
      *               e o passo termina com RC 4. A partir de
      *               MN-PEND-DIAS dias letivos antes da proxima data
      *               de fechamento de bimestre do calendario
      *               (SISCAL), grava tambem o relatorio de notas
      *               pendentes por turma e professor (MNPENDREL) e
      *               o extrato das pendencias (MNPEND, layout
      *               PNDREC), para a coordenacao cobrar as notas
      *               antes do fechamento. O roster da MEDIA-NOTAS e
      *               montado a partir de MNAVAL pela MN-CONSOLIDA.
      *               Ate aqui as quatro notas de cada aluno eram
      *               juntadas a mao na area upstream, professor por
      *               professor. A execucao e registrada em SISRUNCT
      *               como MN-NOTAS.
      * 2026-10-15 RO Arquivo de recusadas passa a MNNOTRCS e extrato
      *               das pendencias a MNNOTPND: MNRECUSA e MNPEND ja
      *               eram a fila de reenvio e os pendentes de
      *               resposta da MN-CONCILIA, com outro layout, e os
      *               dois passos gravavam no mesmo dataset.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NT-MOV-FILE ASSIGN TO "NOTAMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NT-MOV-STATUS.

           SELECT NT-AVAL-FILE ASSIGN TO "MNAVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS NT-AVAL-STATUS.

           SELECT NT-ALUNOS-FILE ASSIGN TO "MNALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS NT-ALUNOS-STATUS.

           SELECT NT-TURMAS-FILE ASSIGN TO "MNTURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS NT-TURMAS-STATUS.

           SELECT NT-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS NT-CAL-STATUS.

           SELECT NT-REL-FILE ASSIGN TO "MNNOTREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NT-RECUSA-FILE ASSIGN TO "MNNOTRCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NT-RECUSA-STATUS.

           SELECT NT-PENDREL-FILE ASSIGN TO "MNPENDREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NT-PEND-FILE ASSIGN TO "MNNOTPND"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NT-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NT-PARM-STATUS.

           SELECT NT-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NT-RUN-STATUS.

           SELECT NT-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  NT-MOV-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NTMREC.

       FD  NT-AVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AVLREC.

       FD  NT-ALUNOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

       FD  NT-TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TURREC.

       FD  NT-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  NT-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  NT-REL-REC             PIC X(80).

       FD  NT-RECUSA-FILE
           LABEL RECORDS ARE STANDARD.
       01  NT-RECUSA-REC          PIC X(52).

       FD  NT-PENDREL-FILE
           LABEL RECORDS ARE STANDARD.
       01  NT-PENDREL-REC         PIC X(80).

       FD  NT-PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PNDREC.

       FD  NT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  NT-PARM-REC            PIC X(80).

       FD  NT-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  NT-RUN-REC             PIC X(80).

       SD  NT-SORT-FILE.
       01  NT-SORT-REC.
           05 NT-SORT-TURMA        PIC X(03).
           05 NT-SORT-MATRICULA    PIC 9(06).
           05 NT-SORT-NOME         PIC X(30).
           05 NT-SORT-FALTA        PIC X(01) OCCURS 4 TIMES.
           05 NT-SORT-QTD-FALTA    PIC 9(01).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

      *Linha do arquivo de notas recusadas
           COPY RCSREC.

       01 NT-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos. NOTAMOV e MNALUNOS sao obrigatorios;
      *MNAVAL ausente e criado vazio; SISCAL ausente deixa a data
      *sem validacao e o relatorio de pendencias sem data de
      *fechamento (nao sai); MNTURMAS ausente deixa o professor em
      *branco.
       01 NT-MOV-STATUS    PIC X(02).
           88 NT-MOV-OK            VALUE "00".
           88 NT-MOV-INEXISTENTE   VALUE "35".
       01 NT-AVAL-STATUS   PIC X(02).
           88 NT-AVAL-OK           VALUE "00".
           88 NT-AVAL-INEXISTENTE  VALUE "35".
       01 NT-ALUNOS-STATUS PIC X(02).
           88 NT-ALUNOS-OK         VALUE "00".
           88 NT-ALUNOS-INEXISTENTE VALUE "35".
       01 NT-TURMAS-STATUS PIC X(02).
           88 NT-TURMAS-OK         VALUE "00".
           88 NT-TURMAS-INEXISTENTE VALUE "35".
       01 NT-CAL-STATUS    PIC X(02).
           88 NT-CAL-OK            VALUE "00".
           88 NT-CAL-INEXISTENTE   VALUE "35".
       01 NT-RECUSA-STATUS PIC X(02).
           88 NT-RECUSA-OK         VALUE "00".
           88 NT-RECUSA-INEXISTENTE VALUE "35".
       01 NT-PARM-STATUS   PIC X(02).
           88 NT-PARM-OK           VALUE "00".
           88 NT-PARM-INEXISTENTE  VALUE "35".
       01 NT-RUN-STATUS    PIC X(02).
           88 NT-RUNCTL-OK         VALUE "00".
           88 NT-RUNCTL-INEXISTENTE VALUE "35".

      *Indicadores de arquivo opcional aberto
       01 NT-CAL-SW        PIC X(01) VALUE "N".
           88 NT-CAL-ABERTO        VALUE "S".
       01 NT-TURMAS-SW     PIC X(01) VALUE "N".
           88 NT-TURMAS-ABERTO     VALUE "S".

      *Parametros de SISPARM tratados por este passo
       01 NT-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 NT-PARM-FIM          VALUE "S".
       01 NT-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 NT-PARM-COM-ERRO     VALUE "S".
       01 NT-PARM-CHAVE    PIC X(16).
       01 NT-PARM-VALOR    PIC X(16).
       01 NT-REPROCESSO-SW PIC X(01) VALUE "N".
           88 NT-REPROCESSO-PEDIDO VALUE "S".
       01 NT-PEND-PEDIDO-SW PIC X(01) VALUE "N".
           88 NT-PEND-PEDIDO       VALUE "S".
       77 NT-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 NT-PEND-DIAS     PIC 9(02) VALUE 5.

      *Registro de execucoes: protecao contra dupla execucao
       01 NT-RUN-JA-SW     PIC X(01) VALUE "N".
           88 NT-RUN-JA-PROCESSADO VALUE "S".
       01 NT-RUN-EOF-SW    PIC X(01) VALUE "N".
           88 NT-RUN-FIM-ARQ       VALUE "S".
       77 NT-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       77 NT-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 NT-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Calendario escolar (SISCAL): a data do movimento precisa
      *ser dia letivo, a menos que CALEND-IGNORA=S venha em SISPARM
       01 NT-CALEND-SW     PIC X(01) VALUE "N".
           88 NT-CALEND-REPROVADA  VALUE "S".
       01 NT-CALEND-IGNORA-SW PIC X(01) VALUE "N".
           88 NT-CALEND-IGNORADA   VALUE "S".

      *Janela do relatorio de pendencias: proxima data de
      *fechamento de bimestre a partir da data do movimento, o
      *bimestre dela e os dias letivos que faltam ate ela
       01 NT-JANELA-SW     PIC X(01) VALUE "N".
           88 NT-NA-JANELA         VALUE "S".
       01 NT-FECHA-ACHADO-SW PIC X(01) VALUE "N".
           88 NT-FECHA-ACHADO      VALUE "S".
       01 NT-EOF-CAL       PIC X(01) VALUE "N".
           88 NT-FIM-CAL           VALUE "S".
       77 NT-DATA-FECHA    PIC 9(08) VALUE ZERO.
       77 NT-BIM-PEND      PIC 9(01) VALUE ZERO.
       77 NT-DIAS-FALTAM   PIC 9(03) VALUE ZERO.

      *Controle de fim do movimento, do cadastro e da
      *classificacao
       01 NT-EOF-MOV       PIC X(01) VALUE "N".
           88 NT-FIM-MOV           VALUE "S".
       01 NT-EOF-ALUNOS    PIC X(01) VALUE "N".
           88 NT-FIM-ALUNOS        VALUE "S".
       01 NT-EOF-SORT      PIC X(01) VALUE "N".
           88 NT-FIM-SORT          VALUE "S".

      *Conferencia do cabecalho e do rodape de controle de
      *NOTAMOV: indicadores, contadores e soma de conferencia
      *(matriculas) acumulados na passagem de validacao.
       01 NT-LOTE-SW       PIC X(01) VALUE "N".
           88 NT-LOTE-VALIDO       VALUE "S".
       01 NT-CAB-VISTO-SW  PIC X(01) VALUE "N".
           88 NT-CAB-VISTO         VALUE "S".
       01 NT-ROD-VISTO-SW  PIC X(01) VALUE "N".
           88 NT-ROD-VISTO         VALUE "S".
       01 NT-LOTE-ERRO-SW  PIC X(01) VALUE "N".
           88 NT-LOTE-COM-ERRO     VALUE "S".
       77 NT-QTD-REGS      PIC 9(07) VALUE ZERO.
       77 NT-QTD-DETALHES  PIC 9(07) VALUE ZERO.
       77 NT-HASH-SOMA     PIC 9(13) VALUE ZERO.
       77 NT-ROD-CONTADOR  PIC 9(07) VALUE ZERO.
       77 NT-ROD-HASH      PIC 9(13) VALUE ZERO.

      *Aplicacao da linha corrente: registro novo em MNAVAL e
      *indice da avaliacao
       01 NT-AVAL-NOVO-SW  PIC X(01) VALUE "N".
           88 NT-AVAL-NOVO         VALUE "S".
       77 NT-IND-AVAL      PIC 9(01) COMP.
       77 NT-MOTIVO-TEXTO  PIC X(44) VALUE SPACES.

      *Quebra de controle por turma no relatorio de pendencias
       77 NT-TURMA-ATUAL   PIC X(03) VALUE SPACES.
       77 NT-QTD-TURMA     PIC 9(04) VALUE ZERO.
       77 NT-NOTAS-TURMA   PIC 9(04) VALUE ZERO.

      *Totais da aplicacao e das pendencias
       77 NT-QTD-LIDAS     PIC 9(06) VALUE ZERO.
       77 NT-QTD-LANCADAS  PIC 9(06) VALUE ZERO.
       77 NT-QTD-REGRAVADAS PIC 9(06) VALUE ZERO.
       77 NT-QTD-RECUSADAS PIC 9(06) VALUE ZERO.
       77 NT-QTD-ALU-PEND  PIC 9(06) VALUE ZERO.
       77 NT-QTD-NOTAS-PEND PIC 9(06) VALUE ZERO.
       77 NT-QTD-ED        PIC ZZZ,ZZ9.

      *Linha de movimento recusado no relatorio de aplicacao
       01 NT-LINHA-RECUSA.
           05 NT-REC-MATRICULA PIC X(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 NT-REC-TURMA     PIC X(03).
           05 FILLER           PIC X(02) VALUE " B".
           05 NT-REC-BIMESTRE  PIC X(01).
           05 FILLER           PIC X(02) VALUE " N".
           05 NT-REC-AVALIACAO PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 NT-REC-NOTA      PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 NT-REC-MOTIVO    PIC X(44).

      *Linhas do relatorio de notas pendentes
       01 NT-LINHA-TIT.
           05 FILLER           PIC X(30)
               VALUE "NOTAS PENDENTES - BIMESTRE ".
           05 NT-TIT-BIMESTRE  PIC 9(01).
           05 FILLER           PIC X(13) VALUE "  FECHAMENTO ".
           05 NT-TIT-FECHA     PIC 9(08).
           05 FILLER           PIC X(09) VALUE "  FALTAM ".
           05 NT-TIT-DIAS      PIC ZZ9.
           05 FILLER           PIC X(14) VALUE " DIAS LETIVOS".

       01 NT-LINHA-TURMA.
           05 FILLER           PIC X(06) VALUE "TURMA ".
           05 NT-TUR-CODIGO    PIC X(03).
           05 FILLER           PIC X(14) VALUE "   PROFESSOR: ".
           05 NT-TUR-PROFESSOR PIC X(30).

       01 NT-LINHA-ALUNO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 NT-ALU-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 NT-ALU-NOME      PIC X(30).
           05 FILLER           PIC X(20)
               VALUE "  SEM NOTA(S):     ".
           05 NT-ALU-AVAL      OCCURS 4 TIMES.
               10 NT-ALU-FALTA PIC X(01).
               10 FILLER       PIC X(01).

       01 NT-LINHA-TOT-TURMA.
           05 FILLER           PIC X(18)
               VALUE "  ALUNOS PENDENTES".
           05 FILLER           PIC X(02) VALUE ": ".
           05 NT-TOT-QTD       PIC ZZZ9.
           05 FILLER           PIC X(19)
               VALUE "   NOTAS PENDENTES:".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 NT-TOT-NOTAS     PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF NT-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7500-VERIFICAR-RUNCTL THRU 7500-EXIT
           IF NT-RUN-JA-PROCESSADO
               MOVE 22 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-JA-PROCESSADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7700-VERIFICAR-CALENDARIO THRU 7700-EXIT
           IF NT-CALEND-REPROVADA
               MOVE 23 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-NAO-LETIVA
               MOVE 8 TO RETURN-CODE
               IF NT-CAL-ABERTO
                   CLOSE NT-CAL-FILE
               END-IF
               GOBACK
           END-IF

           MOVE "N" TO NT-EOF-MOV
           OPEN INPUT NT-MOV-FILE
           IF NT-MOV-INEXISTENTE
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FECHAR-CALENDARIO THRU 9000-EXIT
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           PERFORM 2000-VALIDAR-LOTE THRU 2000-EXIT
           CLOSE NT-MOV-FILE

           IF NOT NT-LOTE-VALIDO
               MOVE 21 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-CONTROLE-LOTE
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FECHAR-CALENDARIO THRU 9000-EXIT
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT NT-ALUNOS-FILE
           IF NOT NT-ALUNOS-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNALUNOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-FECHAR-CALENDARIO THRU 9000-EXIT
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN I-O NT-AVAL-FILE
           IF NT-AVAL-INEXISTENTE
               OPEN OUTPUT NT-AVAL-FILE
               CLOSE NT-AVAL-FILE
               OPEN I-O NT-AVAL-FILE
           END-IF

           OPEN EXTEND NT-RECUSA-FILE
           IF NT-RECUSA-INEXISTENTE
               OPEN OUTPUT NT-RECUSA-FILE
           END-IF

           MOVE "N" TO NT-EOF-MOV
           OPEN INPUT NT-MOV-FILE
           OPEN OUTPUT NT-REL-FILE

           MOVE "APLICACAO DAS NOTAS POR AVALIACAO (NOTAMOV)"
               TO NT-REL-REC
           WRITE NT-REL-REC
           MOVE NT-LINHA TO NT-REL-REC
           WRITE NT-REL-REC

           PERFORM 3100-LER-MOVIMENTO THRU 3100-EXIT

           PERFORM 3000-APLICAR-NOTA THRU 3000-EXIT
               UNTIL NT-FIM-MOV

           PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT

           CLOSE NT-MOV-FILE
           CLOSE NT-REL-FILE
           CLOSE NT-RECUSA-FILE

           PERFORM 8000-VERIFICAR-JANELA THRU 8000-EXIT
           IF NT-NA-JANELA
               PERFORM 6000-RELATORIO-PENDENCIAS THRU 6000-EXIT
           END-IF

           CLOSE NT-AVAL-FILE
           CLOSE NT-ALUNOS-FILE
           PERFORM 9000-FECHAR-CALENDARIO THRU 9000-EXIT

           IF NT-QTD-RECUSADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO, CALEND-IGNORA, MN-PEND-DIAS (dias letivos
      * antes do fechamento do bimestre em que o relatorio de
      * pendencias passa a sair, padrao 5) e MN-PEND-REL (S =
      * relatorio de pendencias fora da janela).
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT NT-PARM-FILE
           IF NT-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO NT-PARM-EOF-SW
           READ NT-PARM-FILE
               AT END
                   MOVE "S" TO NT-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL NT-PARM-FIM

           CLOSE NT-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF NT-PARM-REC(1:1) = "*" OR NT-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO NT-PARM-CHAVE
           MOVE SPACES TO NT-PARM-VALOR
           UNSTRING NT-PARM-REC DELIMITED BY "="
               INTO NT-PARM-CHAVE NT-PARM-VALOR
           END-UNSTRING

           EVALUATE NT-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " NT-PARM-REC(1:40)
                   IF NT-PARM-VALOR(1:8) IS NUMERIC
                       MOVE NT-PARM-VALOR(1:8) TO NT-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO NT-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               NT-PARM-REC(1:40)
                   END-IF
               WHEN "REPROCESSO"
                   DISPLAY "SISPARM: " NT-PARM-REC(1:40)
                   IF NT-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO NT-REPROCESSO-SW
                   END-IF
               WHEN "CALEND-IGNORA"
                   DISPLAY "SISPARM: " NT-PARM-REC(1:40)
                   IF NT-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO NT-CALEND-IGNORA-SW
                   END-IF
               WHEN "MN-PEND-DIAS"
                   DISPLAY "SISPARM: " NT-PARM-REC(1:40)
                   IF NT-PARM-VALOR(1:2) IS NUMERIC
                       MOVE NT-PARM-VALOR(1:2) TO NT-PEND-DIAS
                   ELSE
                       MOVE "S" TO NT-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               NT-PARM-REC(1:40)
                   END-IF
               WHEN "MN-PEND-REL"
                   DISPLAY "SISPARM: " NT-PARM-REC(1:40)
                   IF NT-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO NT-PEND-PEDIDO-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ NT-PARM-FILE
               AT END
                   MOVE "S" TO NT-PARM-EOF-SW
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
           MOVE "N"  TO NT-LOTE-SW
           MOVE "N"  TO NT-CAB-VISTO-SW
           MOVE "N"  TO NT-ROD-VISTO-SW
           MOVE "N"  TO NT-LOTE-ERRO-SW
           MOVE ZERO TO NT-QTD-REGS
           MOVE ZERO TO NT-QTD-DETALHES
           MOVE ZERO TO NT-HASH-SOMA

           READ NT-MOV-FILE
               AT END
                   MOVE "S" TO NT-EOF-MOV
           END-READ

           PERFORM 2100-CONFERIR-REGISTRO THRU 2100-EXIT
               UNTIL NT-FIM-MOV

           IF NOT NT-CAB-VISTO
               DISPLAY "NOTAMOV SEM CABECALHO DE CONTROLE"
               MOVE "S" TO NT-LOTE-ERRO-SW
           END-IF
           IF NOT NT-ROD-VISTO
               DISPLAY "NOTAMOV SEM RODAPE DE CONTROLE"
               MOVE "S" TO NT-LOTE-ERRO-SW
           END-IF
           IF NT-ROD-VISTO AND NT-ROD-CONTADOR NOT = NT-QTD-DETALHES
               DISPLAY "NOTAMOV COM QUANTIDADE DIVERGENTE DO RODAPE"
               MOVE "S" TO NT-LOTE-ERRO-SW
           END-IF
           IF NT-ROD-VISTO AND NT-ROD-HASH NOT = NT-HASH-SOMA
               DISPLAY "NOTAMOV COM SOMA DE CONFERENCIA DIVERGENTE"
               MOVE "S" TO NT-LOTE-ERRO-SW
           END-IF

           IF NOT NT-LOTE-COM-ERRO
               MOVE "S" TO NT-LOTE-SW
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONFERIR-REGISTRO.
           ADD 1 TO NT-QTD-REGS
           EVALUATE TRUE
               WHEN NMC-E-CABECALHO
                   IF NT-QTD-REGS NOT = 1 OR NT-CAB-VISTO
                       DISPLAY "NOTAMOV COM CABECALHO FORA DE LUGAR"
                       MOVE "S" TO NT-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO NT-CAB-VISTO-SW
                       IF NMC-ARQUIVO NOT = "NOTAMOV"
                           DISPLAY "NOTAMOV COM CABECALHO DE OUTRO "
                                   "ARQUIVO: " NMC-ARQUIVO
                           MOVE "S" TO NT-LOTE-ERRO-SW
                       END-IF
                       IF NMC-DATA-MOVTO NOT = NT-DATA-REGISTRO
                           DISPLAY "NOTAMOV COM DATA DE MOVIMENTO "
                                   "ERRADA: " NMC-DATA-MOVTO
                           MOVE "S" TO NT-LOTE-ERRO-SW
                       END-IF
                   END-IF
               WHEN NMR-E-RODAPE
                   IF NT-ROD-VISTO
                       DISPLAY "NOTAMOV COM MAIS DE UM RODAPE"
                       MOVE "S" TO NT-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO NT-ROD-VISTO-SW
                       MOVE NMR-CONTADOR TO NT-ROD-CONTADOR
                       MOVE NMR-HASH     TO NT-ROD-HASH
                   END-IF
               WHEN OTHER
                   IF NT-ROD-VISTO
                       DISPLAY "NOTAMOV COM REGISTRO APOS O RODAPE"
                       MOVE "S" TO NT-LOTE-ERRO-SW
                   END-IF
                   ADD 1 TO NT-QTD-DETALHES
                   IF NTM-MATRICULA IS NUMERIC
                       ADD NTM-MATRICULA TO NT-HASH-SOMA
                   END-IF
           END-EVALUATE

           READ NT-MOV-FILE
               AT END
                   MOVE "S" TO NT-EOF-MOV
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Aplica a linha corrente e le a proxima. Aluno fora do
      * cadastro ou inativo (ERRO 13), turma diferente da do aluno
      * (ERRO 16), bimestre ou avaliacao invalidos (ERRO 10), nota
      * acima de 10 (ERRO 12) e bimestre ja consolidado no roster
      * para o aluno (ERRO 22) sao recusados, sem tocar em MNAVAL.
      * Avaliacao ja lancada e regravada: e a correcao do
      * professor, contada a parte nos totais.
      *----------------------------------------------------------
       3000-APLICAR-NOTA.
           ADD 1 TO NT-QTD-LIDAS
           MOVE ZERO TO ERR-STATUS-CODE

           IF NTM-MATRICULA IS NOT NUMERIC
               MOVE 13 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF
           MOVE NTM-MATRICULA TO ALU-MATRICULA
           READ NT-ALUNOS-FILE
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

           IF NTM-TURMA NOT = ALU-TURMA
               MOVE 16 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF

           IF NTM-BIMESTRE IS NOT NUMERIC
                   OR NTM-AVALIACAO IS NOT NUMERIC
                   OR NTM-NOTA IS NOT NUMERIC
               MOVE 10 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF
           IF NTM-BIMESTRE < 1 OR NTM-BIMESTRE > 4
                   OR NTM-AVALIACAO < 1 OR NTM-AVALIACAO > 4
               MOVE 10 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF
           IF NTM-NOTA > 10
               MOVE 12 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF

           MOVE "N" TO NT-AVAL-NOVO-SW
           MOVE NTM-MATRICULA TO AVL-MATRICULA
           MOVE NTM-BIMESTRE  TO AVL-BIMESTRE
           READ NT-AVAL-FILE
               INVALID KEY
                   MOVE "S" TO NT-AVAL-NOVO-SW
                   PERFORM 3050-INICIAR-AVALIACOES THRU 3050-EXIT
           END-READ

           IF AVL-JA-CONSOLIDADO
               MOVE 22 TO ERR-STATUS-CODE
               GO TO 3000-RECUSAR
           END-IF

           MOVE NTM-AVALIACAO TO NT-IND-AVAL
           IF AVL-NOTA-LANCADA(NT-IND-AVAL)
               ADD 1 TO NT-QTD-REGRAVADAS
           END-IF
           MOVE NTM-NOTA  TO AVL-NOTA(NT-IND-AVAL)
           MOVE "S"       TO AVL-LANCADA(NT-IND-AVAL)
           MOVE NTM-TURMA TO AVL-TURMA
           MOVE NT-DATA-REGISTRO TO AVL-DATA-ULT

           IF NT-AVAL-NOVO
               WRITE AVL-REC
           ELSE
               REWRITE AVL-REC
           END-IF
           ADD 1 TO NT-QTD-LANCADAS
           GO TO 3000-LER.

       3000-RECUSAR.
           PERFORM 3200-GRAVAR-RECUSA THRU 3200-EXIT.

       3000-LER.
           PERFORM 3100-LER-MOVIMENTO THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Primeira nota do aluno no bimestre: registro de MNAVAL com
      * as quatro avaliacoes em branco (nao lancadas).
      *----------------------------------------------------------
       3050-INICIAR-AVALIACOES.
           MOVE SPACES TO AVL-TURMA
           MOVE ZERO   TO AVL-DATA-ULT
           MOVE "N"    TO AVL-CONSOLIDADO
           MOVE 1 TO NT-IND-AVAL
           PERFORM 3060-LIMPAR-AVALIACAO THRU 3060-EXIT
               UNTIL NT-IND-AVAL > 4.

       3050-EXIT.
           EXIT.

       3060-LIMPAR-AVALIACAO.
           MOVE ZERO TO AVL-NOTA(NT-IND-AVAL)
           MOVE "N"  TO AVL-LANCADA(NT-IND-AVAL)
           ADD 1 TO NT-IND-AVAL.

       3060-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le a proxima linha, pulando o cabecalho e o rodape de
      * controle ja conferidos.
      *----------------------------------------------------------
       3100-LER-MOVIMENTO.
           READ NT-MOV-FILE
               AT END
                   MOVE "S" TO NT-EOF-MOV
           END-READ
           IF NOT NT-FIM-MOV
                   AND (NMC-E-CABECALHO OR NMR-E-RODAPE)
               GO TO 3100-LER-MOVIMENTO
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava a linha recusada no relatorio de aplicacao, com a
      * mensagem padrao do codigo deixado em ERR-STATUS-CODE, e no
      * arquivo de notas recusadas (MNNOTRCS).
      *----------------------------------------------------------
       3200-GRAVAR-RECUSA.
           ADD 1 TO NT-QTD-RECUSADAS
           EVALUATE TRUE
               WHEN ERR-ALUNO-NAO-CADASTRADO
                   MOVE ERR-MSG-ALUNO-NAO-CADASTRADO TO NT-MOTIVO-TEXTO
               WHEN ERR-TURMA-NAO-CADASTRADA
                   MOVE "ERRO 16: TURMA DIFERENTE DA TURMA DO ALUNO"
                       TO NT-MOTIVO-TEXTO
               WHEN ERR-FORA-DE-FAIXA
                   MOVE ERR-MSG-FORA-DE-FAIXA TO NT-MOTIVO-TEXTO
               WHEN ERR-DATA-JA-PROCESSADA
                   MOVE "ERRO 22: BIMESTRE JA CONSOLIDADO NO ROSTER"
                       TO NT-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE ERR-MSG-ENTRADA-INVALIDA TO NT-MOTIVO-TEXTO
           END-EVALUATE

           MOVE NTM-REC(1:6)   TO NT-REC-MATRICULA
           MOVE NTM-TURMA      TO NT-REC-TURMA
           MOVE NTM-REC(11:1)  TO NT-REC-BIMESTRE
           MOVE NTM-REC(12:1)  TO NT-REC-AVALIACAO
           MOVE NTM-REC(13:3)  TO NT-REC-NOTA
           MOVE NT-MOTIVO-TEXTO TO NT-REC-MOTIVO
           MOVE NT-LINHA-RECUSA TO NT-REL-REC
           WRITE NT-REL-REC

           MOVE NTM-REC          TO RCS-MOVIMENTO
           MOVE ERR-STATUS-CODE  TO RCS-MOTIVO
           MOVE NT-DATA-REGISTRO TO RCS-DATA-MOV
           MOVE RCS-LINHA TO NT-RECUSA-REC
           WRITE NT-RECUSA-REC.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da aplicacao, no relatorio e no console.
      *----------------------------------------------------------
       5000-GRAVAR-TOTAIS.
           MOVE NT-LINHA TO NT-REL-REC
           WRITE NT-REL-REC

           MOVE SPACES TO NT-REL-REC
           MOVE NT-QTD-LIDAS TO NT-QTD-ED
           STRING "NOTAS LIDAS         : " NT-QTD-ED
               DELIMITED BY SIZE INTO NT-REL-REC
           WRITE NT-REL-REC
           DISPLAY NT-REL-REC(1:40)

           MOVE SPACES TO NT-REL-REC
           MOVE NT-QTD-LANCADAS TO NT-QTD-ED
           STRING "NOTAS LANCADAS      : " NT-QTD-ED
               DELIMITED BY SIZE INTO NT-REL-REC
           WRITE NT-REL-REC
           DISPLAY NT-REL-REC(1:40)

           MOVE SPACES TO NT-REL-REC
           MOVE NT-QTD-REGRAVADAS TO NT-QTD-ED
           STRING "  DAS QUAIS CORRIGID: " NT-QTD-ED
               DELIMITED BY SIZE INTO NT-REL-REC
           WRITE NT-REL-REC
           DISPLAY NT-REL-REC(1:40)

           MOVE SPACES TO NT-REL-REC
           MOVE NT-QTD-RECUSADAS TO NT-QTD-ED
           STRING "NOTAS RECUSADAS     : " NT-QTD-ED
               DELIMITED BY SIZE INTO NT-REL-REC
           WRITE NT-REL-REC
           DISPLAY NT-REL-REC(1:40).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Relatorio de notas pendentes do bimestre que esta para
      * fechar (MNPENDREL) e extrato das pendencias (MNNOTPND):
      * percorre os alunos ativos do cadastro, confere em MNAVAL
      * quais avaliacoes ainda nao tem nota e lista os pendentes
      * por turma, com o professor responsavel na quebra.
      *----------------------------------------------------------
       6000-RELATORIO-PENDENCIAS.
           OPEN INPUT NT-TURMAS-FILE
           IF NT-TURMAS-OK
               MOVE "S" TO NT-TURMAS-SW
           ELSE
               DISPLAY "MNTURMAS NAO ENCONTRADO - PROFESSOR EM "
                       "BRANCO NO RELATORIO"
           END-IF

           OPEN OUTPUT NT-PENDREL-FILE
           OPEN OUTPUT NT-PEND-FILE
           MOVE NT-BIM-PEND    TO NT-TIT-BIMESTRE
           MOVE NT-DATA-FECHA  TO NT-TIT-FECHA
           MOVE NT-DIAS-FALTAM TO NT-TIT-DIAS
           MOVE NT-LINHA-TIT TO NT-PENDREL-REC
           WRITE NT-PENDREL-REC
           MOVE NT-LINHA TO NT-PENDREL-REC
           WRITE NT-PENDREL-REC

           SORT NT-SORT-FILE
               ON ASCENDING KEY NT-SORT-TURMA
                                NT-SORT-MATRICULA
               INPUT PROCEDURE IS 6100-SELECIONAR-PENDENTES
                   THRU 6100-EXIT
               OUTPUT PROCEDURE IS 6300-LISTAR-PENDENTES
                   THRU 6300-EXIT

           MOVE NT-LINHA TO NT-PENDREL-REC
           WRITE NT-PENDREL-REC
           MOVE SPACES TO NT-PENDREL-REC
           MOVE NT-QTD-ALU-PEND TO NT-QTD-ED
           STRING "ALUNOS PENDENTES    : " NT-QTD-ED
               DELIMITED BY SIZE INTO NT-PENDREL-REC
           WRITE NT-PENDREL-REC
           DISPLAY NT-PENDREL-REC(1:40)
           MOVE SPACES TO NT-PENDREL-REC
           MOVE NT-QTD-NOTAS-PEND TO NT-QTD-ED
           STRING "NOTAS PENDENTES     : " NT-QTD-ED
               DELIMITED BY SIZE INTO NT-PENDREL-REC
           WRITE NT-PENDREL-REC
           DISPLAY NT-PENDREL-REC(1:40)

           CLOSE NT-PENDREL-FILE
           CLOSE NT-PEND-FILE
           IF NT-TURMAS-ABERTO
               CLOSE NT-TURMAS-FILE
           END-IF.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de entrada da classificacao: percorre o
      * cadastro de alunos em ordem de matricula e libera os
      * alunos ativos com ao menos uma avaliacao sem nota no
      * bimestre (aluno sem nenhuma linha em MNAVAL tem as quatro
      * pendentes).
      *----------------------------------------------------------
       6100-SELECIONAR-PENDENTES.
           MOVE "N"   TO NT-EOF-ALUNOS
           MOVE ZEROS TO ALU-MATRICULA
           START NT-ALUNOS-FILE KEY IS NOT LESS THAN ALU-MATRICULA
               INVALID KEY
                   MOVE "S" TO NT-EOF-ALUNOS
           END-START

           PERFORM 6150-CONFERIR-ALUNO THRU 6150-EXIT
               UNTIL NT-FIM-ALUNOS.

       6100-EXIT.
           EXIT.

       6150-CONFERIR-ALUNO.
           READ NT-ALUNOS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO NT-EOF-ALUNOS
                   GO TO 6150-EXIT
           END-READ

           IF NOT ALU-ATIVO
               GO TO 6150-EXIT
           END-IF

           MOVE ALU-MATRICULA TO AVL-MATRICULA
           MOVE NT-BIM-PEND   TO AVL-BIMESTRE
           READ NT-AVAL-FILE
               INVALID KEY
                   PERFORM 3050-INICIAR-AVALIACOES THRU 3050-EXIT
           END-READ

           MOVE ZERO TO NT-SORT-QTD-FALTA
           MOVE 1 TO NT-IND-AVAL
           PERFORM 6160-MARCAR-FALTA THRU 6160-EXIT
               UNTIL NT-IND-AVAL > 4

           IF NT-SORT-QTD-FALTA > ZERO
               MOVE ALU-TURMA     TO NT-SORT-TURMA
               MOVE ALU-MATRICULA TO NT-SORT-MATRICULA
               MOVE ALU-NOME      TO NT-SORT-NOME
               RELEASE NT-SORT-REC
           END-IF.

       6150-EXIT.
           EXIT.

       6160-MARCAR-FALTA.
           IF AVL-NOTA-LANCADA(NT-IND-AVAL)
               MOVE "N" TO NT-SORT-FALTA(NT-IND-AVAL)
           ELSE
               MOVE "S" TO NT-SORT-FALTA(NT-IND-AVAL)
               ADD 1 TO NT-SORT-QTD-FALTA
           END-IF
           ADD 1 TO NT-IND-AVAL.

       6160-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de saida da classificacao: lista os alunos
      * pendentes em ordem de turma e matricula, com quebra por
      * turma, e grava o extrato MNNOTPND.
      *----------------------------------------------------------
       6300-LISTAR-PENDENTES.
           MOVE "N" TO NT-EOF-SORT
           PERFORM 6310-RETORNAR-LINHA THRU 6310-EXIT

           PERFORM 6320-LISTAR-ALUNO THRU 6320-EXIT
               UNTIL NT-FIM-SORT

           IF NT-QTD-TURMA > ZERO
               PERFORM 6400-GRAVAR-QUEBRA-TURMA THRU 6400-EXIT
           END-IF.

       6300-EXIT.
           EXIT.

       6310-RETORNAR-LINHA.
           RETURN NT-SORT-FILE
               AT END
                   MOVE "S" TO NT-EOF-SORT
           END-RETURN.

       6310-EXIT.
           EXIT.

       6320-LISTAR-ALUNO.
           IF NT-QTD-TURMA > ZERO
                   AND NT-SORT-TURMA NOT = NT-TURMA-ATUAL
               PERFORM 6400-GRAVAR-QUEBRA-TURMA THRU 6400-EXIT
           END-IF

           IF NT-QTD-TURMA = ZERO
               MOVE NT-SORT-TURMA TO NT-TURMA-ATUAL
               PERFORM 6350-GRAVAR-CABECALHO-TURMA THRU 6350-EXIT
           END-IF

           ADD 1 TO NT-QTD-TURMA
           ADD 1 TO NT-QTD-ALU-PEND
           ADD NT-SORT-QTD-FALTA TO NT-NOTAS-TURMA
           ADD NT-SORT-QTD-FALTA TO NT-QTD-NOTAS-PEND

           MOVE NT-SORT-MATRICULA TO NT-ALU-MATRICULA
           MOVE NT-SORT-NOME      TO NT-ALU-NOME
           MOVE SPACES TO PND-REC
           MOVE 1 TO NT-IND-AVAL
           PERFORM 6330-MONTAR-AVALIACAO THRU 6330-EXIT
               UNTIL NT-IND-AVAL > 4
           MOVE NT-LINHA-ALUNO TO NT-PENDREL-REC
           WRITE NT-PENDREL-REC

           MOVE NT-SORT-MATRICULA TO PND-MATRICULA
           MOVE NT-SORT-TURMA     TO PND-TURMA
           MOVE NT-BIM-PEND       TO PND-BIMESTRE
           MOVE NT-DATA-FECHA     TO PND-DATA-FECHA
           MOVE NT-DATA-REGISTRO  TO PND-DATA-MOV
           WRITE PND-REC

           PERFORM 6310-RETORNAR-LINHA THRU 6310-EXIT.

       6320-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Coluna da avaliacao corrente na linha do aluno (o numero
      * da avaliacao quando falta a nota, "-" quando lancada) e
      * indicador correspondente no extrato.
      *----------------------------------------------------------
       6330-MONTAR-AVALIACAO.
           MOVE NT-SORT-FALTA(NT-IND-AVAL)
               TO PND-FALTA-NOTA(NT-IND-AVAL)
           IF NT-SORT-FALTA(NT-IND-AVAL) = "S"
               MOVE NT-IND-AVAL TO NT-ALU-FALTA(NT-IND-AVAL)
           ELSE
               MOVE "-" TO NT-ALU-FALTA(NT-IND-AVAL)
           END-IF
           ADD 1 TO NT-IND-AVAL.

       6330-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Cabecalho da turma que comeca, com o professor
      * responsavel do cadastro de turmas, quando aberto.
      *----------------------------------------------------------
       6350-GRAVAR-CABECALHO-TURMA.
           MOVE SPACES TO NT-TUR-PROFESSOR
           IF NT-TURMAS-ABERTO
               MOVE NT-TURMA-ATUAL TO TUR-CODIGO
               READ NT-TURMAS-FILE
                   INVALID KEY
                       MOVE "TURMA NAO CADASTRADA"
                           TO NT-TUR-PROFESSOR
                   NOT INVALID KEY
                       MOVE TUR-PROFESSOR TO NT-TUR-PROFESSOR
               END-READ
           END-IF
           MOVE NT-TURMA-ATUAL TO NT-TUR-CODIGO
           MOVE NT-LINHA-TURMA TO NT-PENDREL-REC
           WRITE NT-PENDREL-REC.

       6350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da turma que terminou e zera os acumuladores.
      *----------------------------------------------------------
       6400-GRAVAR-QUEBRA-TURMA.
           MOVE NT-QTD-TURMA   TO NT-TOT-QTD
           MOVE NT-NOTAS-TURMA TO NT-TOT-NOTAS
           MOVE NT-LINHA-TOT-TURMA TO NT-PENDREL-REC
           WRITE NT-PENDREL-REC
           MOVE SPACES TO NT-PENDREL-REC
           WRITE NT-PENDREL-REC

           MOVE ZERO TO NT-QTD-TURMA
           MOVE ZERO TO NT-NOTAS-TURMA.

       6400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada pela MN-NOTAS. REPROCESSO=S
      * em SISPARM autoriza rodar de novo.
      *----------------------------------------------------------
       7500-VERIFICAR-RUNCTL.
           MOVE "N" TO NT-RUN-JA-SW
           ACCEPT NT-HORA-INICIO FROM TIME
           IF NT-DATA-MOVIMENTO > ZERO
               MOVE NT-DATA-MOVIMENTO TO NT-DATA-REGISTRO
           ELSE
               ACCEPT NT-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT NT-RUN-FILE
           IF NT-RUNCTL-INEXISTENTE
               GO TO 7500-EXIT
           END-IF

           MOVE "N" TO NT-RUN-EOF-SW
           READ NT-RUN-FILE
               AT END
                   MOVE "S" TO NT-RUN-EOF-SW
           END-READ

           PERFORM 7550-CONFERIR-EXECUCAO THRU 7550-EXIT
               UNTIL NT-RUN-FIM-ARQ

           CLOSE NT-RUN-FILE

           IF NT-RUN-JA-PROCESSADO AND NT-REPROCESSO-PEDIDO
               MOVE "N" TO NT-RUN-JA-SW
               DISPLAY "REPROCESSO AUTORIZADO POR SISPARM"
           END-IF.

       7500-EXIT.
           EXIT.

       7550-CONFERIR-EXECUCAO.
           MOVE NT-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "MN-NOTAS"
                   AND RUN-DATA-MOV = NT-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO NT-RUN-JA-SW
           END-IF
           READ NT-RUN-FILE
               AT END
                   MOVE "S" TO NT-RUN-EOF-SW
           END-READ.

       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: situacao C (limpa), A
      * (com notas recusadas) ou E (erro fatal), derivada do
      * codigo de condicao; processados = notas lancadas,
      * rejeitados = notas recusadas.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND NT-RUN-FILE
           IF NT-RUNCTL-INEXISTENTE
               OPEN OUTPUT NT-RUN-FILE
           END-IF

           MOVE "MN-NOTAS"       TO RUN-PROGRAMA
           MOVE NT-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE NT-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT NT-HORA-FIM FROM TIME
           MOVE NT-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE NT-QTD-LANCADAS  TO RUN-QTD-PROC
           MOVE NT-QTD-RECUSADAS TO RUN-QTD-REJ
           MOVE RUN-LINHA TO NT-RUN-REC
           WRITE NT-RUN-REC
           CLOSE NT-RUN-FILE.

       7600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Abre o calendario escolar (SISCAL), que fica aberto para a
      * janela do relatorio de pendencias, e confere se a data do
      * movimento e dia letivo. CALEND-IGNORA=S em SISPARM pula a
      * conferencia; SISCAL ausente tambem, com aviso.
      *----------------------------------------------------------
       7700-VERIFICAR-CALENDARIO.
           MOVE "N" TO NT-CALEND-SW
           OPEN INPUT NT-CAL-FILE
           IF NOT NT-CAL-OK
               DISPLAY "SISCAL NAO ENCONTRADO - DATA SEM VALIDACAO "
                       "E SEM RELATORIO DE PENDENCIAS"
               GO TO 7700-EXIT
           END-IF
           MOVE "S" TO NT-CAL-SW

           IF NT-CALEND-IGNORADA
               DISPLAY "VALIDACAO DO CALENDARIO IGNORADA POR SISPARM"
               GO TO 7700-EXIT
           END-IF

           MOVE NT-DATA-REGISTRO TO CAL-DATA
           READ NT-CAL-FILE
               INVALID KEY
                   MOVE "S" TO NT-CALEND-SW
                   DISPLAY "DATA FORA DO CALENDARIO ESCOLAR: "
                           NT-DATA-REGISTRO
               NOT INVALID KEY
                   IF NOT CAL-DIA-LETIVO
                       MOVE "S" TO NT-CALEND-SW
                       DISPLAY "DATA NAO E DIA LETIVO (TIPO "
                               CAL-TIPO ")"
                   END-IF
           END-READ.

       7700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Janela do relatorio de pendencias: procura no calendario a
      * proxima data de fechamento de bimestre a partir da data do
      * movimento (inclusive), contando os dias letivos depois da
      * data do movimento ate ela. Faltando MN-PEND-DIAS dias
      * letivos ou menos, o relatorio sai; MN-PEND-REL=S faz sair
      * em qualquer dia.
      *----------------------------------------------------------
       8000-VERIFICAR-JANELA.
           MOVE "N" TO NT-JANELA-SW
           IF NOT NT-CAL-ABERTO
               GO TO 8000-EXIT
           END-IF

           MOVE "N"  TO NT-FECHA-ACHADO-SW
           MOVE "N"  TO NT-EOF-CAL
           MOVE ZERO TO NT-DIAS-FALTAM
           MOVE NT-DATA-REGISTRO TO CAL-DATA
           START NT-CAL-FILE KEY IS NOT LESS THAN CAL-DATA
               INVALID KEY
                   MOVE "S" TO NT-EOF-CAL
           END-START

           PERFORM 8100-PROCURAR-FECHAMENTO THRU 8100-EXIT
               UNTIL NT-FIM-CAL OR NT-FECHA-ACHADO

           IF NOT NT-FECHA-ACHADO
               DISPLAY "SEM DATA DE FECHAMENTO DE BIMESTRE A FRENTE "
                       "NO CALENDARIO - SEM RELATORIO DE PENDENCIAS"
               GO TO 8000-EXIT
           END-IF

           IF NT-DIAS-FALTAM NOT > NT-PEND-DIAS OR NT-PEND-PEDIDO
               MOVE "S" TO NT-JANELA-SW
               DISPLAY "FECHAMENTO DO BIMESTRE " NT-BIM-PEND
                       " EM " NT-DATA-FECHA
                       " - RELATORIO DE PENDENCIAS SERA GERADO"
           END-IF.

       8000-EXIT.
           EXIT.

       8100-PROCURAR-FECHAMENTO.
           READ NT-CAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO NT-EOF-CAL
                   GO TO 8100-EXIT
           END-READ

           IF CAL-DATA > NT-DATA-REGISTRO AND CAL-DIA-LETIVO
               ADD 1 TO NT-DIAS-FALTAM
           END-IF

           IF CAL-FECHAMENTO-BIM
               MOVE "S" TO NT-FECHA-ACHADO-SW
               MOVE CAL-DATA     TO NT-DATA-FECHA
               MOVE CAL-BIMESTRE TO NT-BIM-PEND
           END-IF.

       8100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Fecha o calendario escolar, quando aberto.
      *----------------------------------------------------------
       9000-FECHAR-CALENDARIO.
           IF NT-CAL-ABERTO
               CLOSE NT-CAL-FILE
               MOVE "N" TO NT-CAL-SW
           END-IF.

       9000-EXIT.
           EXIT.
