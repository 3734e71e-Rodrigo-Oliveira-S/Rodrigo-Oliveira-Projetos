       IDENTIFICATION DIVISION.
       PROGRAM-ID. MN-ALERTA.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para o alerta academico ao
      *               longo do ano: le o historico de notas (MNHIST,
      *               todos os bimestres ja fechados) e, para cada
      *               aluno ativo do cadastro (MNALUNOS), aponta:
      *               media do bimestre que caiu mais do que
      *               MN-ALERTA-QUEDA pontos em relacao ao bimestre
      *               anterior (SISPARM, padrao 2.0); RECUPERACAO
      *               ou REPROVADO em dois bimestres seguidos; e
      *               media anual de aprovacao (7.0, a mesma do
      *               FECHA-ANO) que ja nao pode ser alcancada nem
      *               com 10 nos bimestres que faltam. O relatorio
      *               (MNALERTREL) sai por turma, com o professor
      *               responsavel do cadastro de turmas (MNTURMAS),
      *               e os mesmos alunos vao para o extrato
      *               MNALERTA (layout ALRREC), usado pela
      *               coordenacao para chamar os responsaveis. Aluno
      *               em alerta deixa RC 4 de aviso, como as quedas
      *               da MN-DELTA. A execucao e registrada em
      *               SISRUNCT como MN-ALERTA, com a mesma protecao
      *               contra dupla execucao dos demais passos
      *               (REPROCESSO=S autoriza).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AT-HIST-FILE ASSIGN TO "MNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS AT-HIST-STATUS.

           SELECT AT-ALUNOS-FILE ASSIGN TO "MNALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS AT-ALUNOS-STATUS.

           SELECT AT-TURMAS-FILE ASSIGN TO "MNTURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS AT-TURMAS-STATUS.

           SELECT AT-REL-FILE ASSIGN TO "MNALERTREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AT-ALERTA-FILE ASSIGN TO "MNALERTA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AT-SORT-FILE ASSIGN TO "SORTWK".

           SELECT AT-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-PARM-STATUS.

           SELECT AT-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AT-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  AT-ALUNOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

       FD  AT-TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TURREC.

       FD  AT-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AT-REL-REC             PIC X(80).

       FD  AT-ALERTA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALRREC.

      *Aluno em alerta, classificado por turma e matricula, com a
      *imagem ja montada da linha do extrato
       SD  AT-SORT-FILE.
       01  AT-SORT-REC.
           05 AT-SORT-TURMA        PIC X(03).
           05 AT-SORT-MATRICULA    PIC 9(06).
           05 AT-SORT-LANCADO      PIC X(01) OCCURS 4 TIMES.
           05 AT-SORT-ALERTA       PIC X(82).

       FD  AT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  AT-PARM-REC            PIC X(80).

       FD  AT-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  AT-RUN-REC             PIC X(80).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

       01 AT-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos. MNHIST e MNALUNOS sao obrigatorios;
      *MNTURMAS ausente deixa o professor em branco no relatorio.
       01 AT-HIST-STATUS   PIC X(02).
           88 AT-HIST-OK           VALUE "00".
           88 AT-HIST-INEXISTENTE  VALUE "35".
       01 AT-ALUNOS-STATUS PIC X(02).
           88 AT-ALUNOS-OK         VALUE "00".
           88 AT-ALUNOS-INEXISTENTE VALUE "35".
       01 AT-TURMAS-STATUS PIC X(02).
           88 AT-TURMAS-OK         VALUE "00".
           88 AT-TURMAS-INEXISTENTE VALUE "35".
       01 AT-TURMAS-SW     PIC X(01) VALUE "N".
           88 AT-TURMAS-ABERTO     VALUE "S".
       01 AT-PARM-STATUS   PIC X(02).
           88 AT-PARM-OK           VALUE "00".
           88 AT-PARM-INEXISTENTE  VALUE "35".
       01 AT-RUN-STATUS    PIC X(02).
           88 AT-RUNCTL-OK         VALUE "00".
           88 AT-RUNCTL-INEXISTENTE VALUE "35".

      *Parametros de SISPARM tratados por este passo
       01 AT-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 AT-PARM-FIM          VALUE "S".
       01 AT-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 AT-PARM-COM-ERRO     VALUE "S".
       01 AT-PARM-CHAVE    PIC X(16).
       01 AT-PARM-VALOR    PIC X(16).
       01 AT-REPROCESSO-SW PIC X(01) VALUE "N".
           88 AT-REPROCESSO-PEDIDO VALUE "S".
       77 AT-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.

      *Limite de queda da media entre bimestres seguidos, em
      *pontos (MN-ALERTA-QUEDA em SISPARM, no formato N, NN, N.N
      *ou NN.N) e media anual de aprovacao do FECHA-ANO
       77 AT-QUEDA-LIMITE  PIC 9(02)V9 VALUE 2.0.
       77 AT-MEDIA-APROVACAO PIC 9(02)V9 VALUE 7.0.
       77 AT-PARM-INTEIRO  PIC 9(02) VALUE ZERO.
       77 AT-PARM-DECIMAL  PIC 9(01) VALUE ZERO.

      *Registro de execucoes: protecao contra dupla execucao
       01 AT-RUN-JA-SW     PIC X(01) VALUE "N".
           88 AT-RUN-JA-PROCESSADO VALUE "S".
       01 AT-RUN-EOF-SW    PIC X(01) VALUE "N".
           88 AT-RUN-FIM-ARQ       VALUE "S".
       77 AT-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       77 AT-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 AT-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Controle de fim do historico e da classificacao
       01 AT-EOF-HIST      PIC X(01) VALUE "N".
           88 AT-FIM-HIST          VALUE "S".
       01 AT-EOF-SORT      PIC X(01) VALUE "N".
           88 AT-FIM-SORT          VALUE "S".

      *Bimestres do aluno corrente (quebra de controle por
      *matricula na leitura sequencial do historico)
       77 AT-MATRICULA-ATUAL PIC 9(06) VALUE ZERO.
       77 AT-QTD-LINHAS    PIC 9(02) VALUE ZERO.
       77 AT-IND-BIM       PIC 9(01) COMP.
       77 AT-IND-ANT       PIC 9(01) COMP.
       01 AT-TAB-BIMESTRES.
           05 AT-BIM OCCURS 4 TIMES.
               10 AT-BIM-LANCADO   PIC X(01).
                   88 AT-BIM-PRESENTE   VALUE "S".
               10 AT-BIM-MEDIA     PIC 9(02)V9.
               10 AT-BIM-RESULTADO PIC X(11).
                   88 AT-BIM-ABAIXO     VALUE "RECUPERACAO"
                                              "REPROVADO".

      *Apuracao do aluno corrente
       77 AT-QTD-BIM       PIC 9(01) VALUE ZERO.
       77 AT-SOMA-MEDIAS   PIC 9(03)V9 VALUE ZERO.
       77 AT-QUEDA-CALC    PIC 9(02)V9 VALUE ZERO.
       01 AT-ALERTA-SW     PIC X(01) VALUE "N".
           88 AT-EM-ALERTA         VALUE "S".

      *Turma corrente do relatorio (quebra de controle)
       77 AT-TURMA-ATUAL   PIC X(03) VALUE SPACES.
       77 AT-QTD-TURMA     PIC 9(04) VALUE ZERO.

      *Totais
       77 AT-QTD-AVALIADOS PIC 9(06) VALUE ZERO.
       77 AT-QTD-IGNORADOS PIC 9(06) VALUE ZERO.
       77 AT-QTD-ALERTA    PIC 9(06) VALUE ZERO.
       77 AT-QTD-QUEDA     PIC 9(06) VALUE ZERO.
       77 AT-QTD-SEGUIDO   PIC 9(06) VALUE ZERO.
       77 AT-QTD-PERDIDA   PIC 9(06) VALUE ZERO.
       77 AT-QTD-ED        PIC ZZZ,ZZ9.

      *Linhas do relatorio
       01 AT-LINHA-TIT.
           05 FILLER           PIC X(36)
               VALUE "ALERTA ACADEMICO - HISTORICO NOTAS ".
           05 FILLER           PIC X(06) VALUE " DATA ".
           05 AT-TIT-DATA      PIC 9(08).
           05 FILLER           PIC X(21)
               VALUE "  LIMITE DE QUEDA:  ".
           05 AT-TIT-LIMITE    PIC Z9.9.

       01 AT-LINHA-LEG1    PIC X(80) VALUE
           "ALERTAS: Qn = MEDIA CAIU ACIMA DO LIMITE NO BIMESTRE n".
       01 AT-LINHA-LEG2    PIC X(80) VALUE
           "         Rn = 2O BIMESTRE SEGUIDO EM RECUPERACAO/REPROVADO".
       01 AT-LINHA-LEG3    PIC X(80) VALUE
           "         IN = MEDIA ANUAL DE APROVACAO NAO MAIS ALCANCAVEL".
       01 AT-LINHA-COL.
           05 FILLER           PIC X(40)
               VALUE "  MATRIC NOME                   B1   B2".
           05 FILLER           PIC X(40)
               VALUE "   B3   B4 ACUM  MAX  ALERTAS".

       01 AT-LINHA-TURMA.
           05 FILLER           PIC X(06) VALUE "TURMA ".
           05 AT-TUR-CODIGO    PIC X(03).
           05 FILLER           PIC X(14) VALUE "   PROFESSOR: ".
           05 AT-TUR-PROFESSOR PIC X(30).

       01 AT-LINHA-ALUNO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AT-ALU-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AT-ALU-NOME      PIC X(20).
           05 AT-ALU-BIM       OCCURS 4 TIMES.
               10 FILLER       PIC X(01).
               10 AT-ALU-MEDIA PIC X(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AT-ALU-ACUM      PIC Z9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AT-ALU-MAXIMA    PIC Z9.9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AT-ALU-QUEDA     PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AT-ALU-SEGUIDO   PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AT-ALU-PERDIDA   PIC X(02).
       77 AT-MEDIA-ED      PIC Z9.9.

       01 AT-LINHA-TOT-TURMA.
           05 FILLER           PIC X(20)
               VALUE "  ALUNOS EM ALERTA: ".
           05 AT-TOT-QTD       PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF AT-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7500-VERIFICAR-RUNCTL THRU 7500-EXIT
           IF AT-RUN-JA-PROCESSADO
               MOVE 22 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-JA-PROCESSADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AT-HIST-FILE
           IF NOT AT-HIST-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNHIST NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT AT-ALUNOS-FILE
           IF NOT AT-ALUNOS-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNALUNOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               CLOSE AT-HIST-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT AT-TURMAS-FILE
           IF AT-TURMAS-OK
               MOVE "S" TO AT-TURMAS-SW
           ELSE
               DISPLAY "MNTURMAS NAO ENCONTRADO - PROFESSOR EM "
                       "BRANCO NO RELATORIO"
           END-IF

           OPEN OUTPUT AT-REL-FILE
           OPEN OUTPUT AT-ALERTA-FILE
           MOVE AT-DATA-REGISTRO TO AT-TIT-DATA
           MOVE AT-QUEDA-LIMITE  TO AT-TIT-LIMITE
           MOVE AT-LINHA-TIT TO AT-REL-REC
           WRITE AT-REL-REC
           MOVE AT-LINHA TO AT-REL-REC
           WRITE AT-REL-REC
           MOVE AT-LINHA-LEG1 TO AT-REL-REC
           WRITE AT-REL-REC
           MOVE AT-LINHA-LEG2 TO AT-REL-REC
           WRITE AT-REL-REC
           MOVE AT-LINHA-LEG3 TO AT-REL-REC
           WRITE AT-REL-REC
           MOVE AT-LINHA-COL TO AT-REL-REC
           WRITE AT-REL-REC
           MOVE AT-LINHA TO AT-REL-REC
           WRITE AT-REL-REC

           SORT AT-SORT-FILE
               ON ASCENDING KEY AT-SORT-TURMA
                                AT-SORT-MATRICULA
               INPUT PROCEDURE IS 2000-SELECIONAR-ALUNOS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-LISTAR-ALERTAS
                   THRU 3000-EXIT

           PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT

           CLOSE AT-HIST-FILE
           CLOSE AT-ALUNOS-FILE
           CLOSE AT-REL-FILE
           CLOSE AT-ALERTA-FILE
           IF AT-TURMAS-ABERTO
               CLOSE AT-TURMAS-FILE
           END-IF

           IF AT-QTD-ALERTA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO e MN-ALERTA-QUEDA (limite de queda da media
      * entre bimestres seguidos, em pontos, maior que zero e ate
      * 10). As demais chaves sao dos outros programas.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT AT-PARM-FILE
           IF AT-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO AT-PARM-EOF-SW
           READ AT-PARM-FILE
               AT END
                   MOVE "S" TO AT-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL AT-PARM-FIM

           CLOSE AT-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF AT-PARM-REC(1:1) = "*" OR AT-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO AT-PARM-CHAVE
           MOVE SPACES TO AT-PARM-VALOR
           UNSTRING AT-PARM-REC DELIMITED BY "="
               INTO AT-PARM-CHAVE AT-PARM-VALOR
           END-UNSTRING

           EVALUATE AT-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " AT-PARM-REC(1:40)
                   IF AT-PARM-VALOR(1:8) IS NUMERIC
                       MOVE AT-PARM-VALOR(1:8) TO AT-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO AT-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               AT-PARM-REC(1:40)
                   END-IF
               WHEN "REPROCESSO"
                   DISPLAY "SISPARM: " AT-PARM-REC(1:40)
                   IF AT-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO AT-REPROCESSO-SW
                   END-IF
               WHEN "MN-ALERTA-QUEDA"
                   DISPLAY "SISPARM: " AT-PARM-REC(1:40)
                   PERFORM 1200-CONVERTER-LIMITE THRU 1200-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ AT-PARM-FILE
               AT END
                   MOVE "S" TO AT-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Converte o limite de queda (N, NN, N.N ou NN.N pontos).
      * Formato diferente, zero ou acima de 10 marca erro de
      * parametro.
      *----------------------------------------------------------
       1200-CONVERTER-LIMITE.
           MOVE ZERO TO AT-PARM-INTEIRO
           MOVE ZERO TO AT-PARM-DECIMAL
           EVALUATE TRUE
               WHEN AT-PARM-VALOR(1:1) IS NUMERIC
                       AND AT-PARM-VALOR(2:1) = SPACE
                   MOVE AT-PARM-VALOR(1:1) TO AT-PARM-INTEIRO
               WHEN AT-PARM-VALOR(1:2) IS NUMERIC
                       AND AT-PARM-VALOR(3:1) = SPACE
                   MOVE AT-PARM-VALOR(1:2) TO AT-PARM-INTEIRO
               WHEN AT-PARM-VALOR(1:1) IS NUMERIC
                       AND AT-PARM-VALOR(2:1) = "."
                       AND AT-PARM-VALOR(3:1) IS NUMERIC
                       AND AT-PARM-VALOR(4:1) = SPACE
                   MOVE AT-PARM-VALOR(1:1) TO AT-PARM-INTEIRO
                   MOVE AT-PARM-VALOR(3:1) TO AT-PARM-DECIMAL
               WHEN AT-PARM-VALOR(1:2) IS NUMERIC
                       AND AT-PARM-VALOR(3:1) = "."
                       AND AT-PARM-VALOR(4:1) IS NUMERIC
                       AND AT-PARM-VALOR(5:1) = SPACE
                   MOVE AT-PARM-VALOR(1:2) TO AT-PARM-INTEIRO
                   MOVE AT-PARM-VALOR(4:1) TO AT-PARM-DECIMAL
               WHEN OTHER
                   MOVE "S" TO AT-PARM-ERRO-SW
                   DISPLAY "SISPARM: VALOR INVALIDO EM "
                           AT-PARM-REC(1:40)
                   GO TO 1200-EXIT
           END-EVALUATE

           COMPUTE AT-QUEDA-LIMITE
               = AT-PARM-INTEIRO + (AT-PARM-DECIMAL / 10)
           IF AT-QUEDA-LIMITE = ZERO OR AT-QUEDA-LIMITE > 10
               MOVE "S" TO AT-PARM-ERRO-SW
               DISPLAY "SISPARM: VALOR INVALIDO EM "
                       AT-PARM-REC(1:40)
           END-IF.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de entrada da classificacao: percorre o
      * historico em ordem de matricula + bimestre e, a cada troca
      * de matricula, avalia o aluno que terminou.
      *----------------------------------------------------------
       2000-SELECIONAR-ALUNOS.
           MOVE "N" TO AT-EOF-HIST
           MOVE ZERO TO AT-QTD-LINHAS
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT

           PERFORM 2200-ACUMULAR-REGISTRO THRU 2200-EXIT
               UNTIL AT-FIM-HIST

           IF AT-QTD-LINHAS > ZERO
               PERFORM 2500-AVALIAR-ALUNO THRU 2500-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ AT-HIST-FILE
               AT END
                   MOVE "S" TO AT-EOF-HIST
           END-READ.

       2100-EXIT.
           EXIT.

       2200-ACUMULAR-REGISTRO.
           IF AT-QTD-LINHAS > ZERO
                   AND HIS-MATRICULA NOT = AT-MATRICULA-ATUAL
               PERFORM 2500-AVALIAR-ALUNO THRU 2500-EXIT
           END-IF

           IF AT-QTD-LINHAS = ZERO
               MOVE HIS-MATRICULA TO AT-MATRICULA-ATUAL
               MOVE 1 TO AT-IND-BIM
               PERFORM 2250-LIMPAR-BIMESTRE THRU 2250-EXIT
                   UNTIL AT-IND-BIM > 4
           END-IF

           IF HIS-BIMESTRE >= 1 AND HIS-BIMESTRE <= 4
               MOVE HIS-BIMESTRE  TO AT-IND-BIM
               MOVE "S"           TO AT-BIM-LANCADO(AT-IND-BIM)
               MOVE HIS-MEDIA     TO AT-BIM-MEDIA(AT-IND-BIM)
               MOVE HIS-RESULTADO TO AT-BIM-RESULTADO(AT-IND-BIM)
           END-IF
           ADD 1 TO AT-QTD-LINHAS

           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT.

       2200-EXIT.
           EXIT.

       2250-LIMPAR-BIMESTRE.
           MOVE "N"    TO AT-BIM-LANCADO(AT-IND-BIM)
           MOVE ZERO   TO AT-BIM-MEDIA(AT-IND-BIM)
           MOVE SPACES TO AT-BIM-RESULTADO(AT-IND-BIM)
           ADD 1 TO AT-IND-BIM.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Avalia o aluno que terminou no historico, se estiver
      * ativo no cadastro: media acumulada, maior media anual
      * ainda possivel (10 em cada bimestre que falta, com o mesmo
      * arredondamento do FECHA-ANO) e os tres alertas. Aluno com
      * algum alerta vai para a classificacao com a linha do
      * extrato ja montada.
      *----------------------------------------------------------
       2500-AVALIAR-ALUNO.
           MOVE ZERO TO AT-QTD-LINHAS
           MOVE AT-MATRICULA-ATUAL TO ALU-MATRICULA
           READ AT-ALUNOS-FILE
               INVALID KEY
                   ADD 1 TO AT-QTD-IGNORADOS
                   GO TO 2500-EXIT
           END-READ
           IF NOT ALU-ATIVO
               ADD 1 TO AT-QTD-IGNORADOS
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO AT-QTD-AVALIADOS

           MOVE SPACES TO ALR-REC
           MOVE ZERO TO AT-QTD-BIM
           MOVE ZERO TO AT-SOMA-MEDIAS
           MOVE ZERO TO ALR-QUEDA-BIM
           MOVE ZERO TO ALR-QUEDA-PONTOS
           MOVE ZERO TO ALR-SEGUIDO-BIM
           MOVE "N"  TO ALR-INALCANCAVEL
           MOVE "N"  TO AT-ALERTA-SW
           MOVE 1 TO AT-IND-BIM
           PERFORM 2550-CONFERIR-BIMESTRE THRU 2550-EXIT
               UNTIL AT-IND-BIM > 4

           IF AT-QTD-BIM > ZERO
               COMPUTE ALR-MEDIA-ACUM ROUNDED
                   = AT-SOMA-MEDIAS / AT-QTD-BIM
           ELSE
               MOVE ZERO TO ALR-MEDIA-ACUM
           END-IF
           COMPUTE ALR-MEDIA-MAXIMA ROUNDED
               = (AT-SOMA-MEDIAS + ((4 - AT-QTD-BIM) * 10)) / 4
           IF ALR-MEDIA-MAXIMA < AT-MEDIA-APROVACAO
               MOVE "S" TO ALR-INALCANCAVEL
               MOVE "S" TO AT-ALERTA-SW
               ADD 1 TO AT-QTD-PERDIDA
           END-IF
           IF ALR-QUEDA-BIM > ZERO
               MOVE "S" TO AT-ALERTA-SW
               ADD 1 TO AT-QTD-QUEDA
           END-IF
           IF ALR-SEGUIDO-BIM > ZERO
               MOVE "S" TO AT-ALERTA-SW
               ADD 1 TO AT-QTD-SEGUIDO
           END-IF

           IF NOT AT-EM-ALERTA
               GO TO 2500-EXIT
           END-IF

           MOVE AT-MATRICULA-ATUAL TO ALR-MATRICULA
           MOVE ALU-TURMA          TO ALR-TURMA
           MOVE ALU-NOME           TO ALR-NOME
           MOVE AT-QTD-BIM         TO ALR-QTD-BIM
           MOVE AT-DATA-REGISTRO   TO ALR-DATA-MOV
           MOVE ALU-TURMA          TO AT-SORT-TURMA
           MOVE AT-MATRICULA-ATUAL TO AT-SORT-MATRICULA
           MOVE ALR-REC            TO AT-SORT-ALERTA
           MOVE 1 TO AT-IND-BIM
           PERFORM 2600-MARCAR-LANCADO THRU 2600-EXIT
               UNTIL AT-IND-BIM > 4
           RELEASE AT-SORT-REC.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Bimestre corrente do aluno: soma a media se lancada e,
      * com o bimestre anterior tambem lancado, confere a queda
      * (fica a maior acima do limite) e o segundo resultado
      * seguido de RECUPERACAO ou REPROVADO (fica o primeiro).
      *----------------------------------------------------------
       2550-CONFERIR-BIMESTRE.
           MOVE AT-BIM-MEDIA(AT-IND-BIM)
               TO ALR-MEDIA-BIM(AT-IND-BIM)
           IF NOT AT-BIM-PRESENTE(AT-IND-BIM)
               GO TO 2550-PROXIMO
           END-IF
           ADD 1 TO AT-QTD-BIM
           ADD AT-BIM-MEDIA(AT-IND-BIM) TO AT-SOMA-MEDIAS

           IF AT-IND-BIM = 1
               GO TO 2550-PROXIMO
           END-IF
           COMPUTE AT-IND-ANT = AT-IND-BIM - 1
           IF NOT AT-BIM-PRESENTE(AT-IND-ANT)
               GO TO 2550-PROXIMO
           END-IF

           IF AT-BIM-MEDIA(AT-IND-ANT) > AT-BIM-MEDIA(AT-IND-BIM)
               COMPUTE AT-QUEDA-CALC = AT-BIM-MEDIA(AT-IND-ANT)
                                     - AT-BIM-MEDIA(AT-IND-BIM)
               IF AT-QUEDA-CALC > AT-QUEDA-LIMITE
                       AND AT-QUEDA-CALC > ALR-QUEDA-PONTOS
                   MOVE AT-IND-BIM    TO ALR-QUEDA-BIM
                   MOVE AT-QUEDA-CALC TO ALR-QUEDA-PONTOS
               END-IF
           END-IF

           IF AT-BIM-ABAIXO(AT-IND-ANT)
                   AND AT-BIM-ABAIXO(AT-IND-BIM)
                   AND ALR-SEGUIDO-BIM = ZERO
               MOVE AT-IND-BIM TO ALR-SEGUIDO-BIM
           END-IF.

       2550-PROXIMO.
           ADD 1 TO AT-IND-BIM.

       2550-EXIT.
           EXIT.

       2600-MARCAR-LANCADO.
           MOVE AT-BIM-LANCADO(AT-IND-BIM)
               TO AT-SORT-LANCADO(AT-IND-BIM)
           ADD 1 TO AT-IND-BIM.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de saida da classificacao: lista os alunos
      * em alerta por turma e matricula, com o professor na
      * quebra, e grava o extrato MNALERTA.
      *----------------------------------------------------------
       3000-LISTAR-ALERTAS.
           MOVE "N" TO AT-EOF-SORT
           PERFORM 3100-RETORNAR-LINHA THRU 3100-EXIT

           PERFORM 3200-LISTAR-ALUNO THRU 3200-EXIT
               UNTIL AT-FIM-SORT

           IF AT-QTD-TURMA > ZERO
               PERFORM 3400-GRAVAR-QUEBRA-TURMA THRU 3400-EXIT
           END-IF.

       3000-EXIT.
           EXIT.

       3100-RETORNAR-LINHA.
           RETURN AT-SORT-FILE
               AT END
                   MOVE "S" TO AT-EOF-SORT
           END-RETURN.

       3100-EXIT.
           EXIT.

       3200-LISTAR-ALUNO.
           IF AT-QTD-TURMA > ZERO
                   AND AT-SORT-TURMA NOT = AT-TURMA-ATUAL
               PERFORM 3400-GRAVAR-QUEBRA-TURMA THRU 3400-EXIT
           END-IF

           IF AT-QTD-TURMA = ZERO
               MOVE AT-SORT-TURMA TO AT-TURMA-ATUAL
               PERFORM 3300-GRAVAR-CABECALHO-TURMA THRU 3300-EXIT
           END-IF

           ADD 1 TO AT-QTD-TURMA
           ADD 1 TO AT-QTD-ALERTA

           MOVE AT-SORT-ALERTA TO ALR-REC
           MOVE ALR-MATRICULA  TO AT-ALU-MATRICULA
           MOVE ALR-NOME       TO AT-ALU-NOME
           MOVE 1 TO AT-IND-BIM
           PERFORM 3250-MONTAR-BIMESTRE THRU 3250-EXIT
               UNTIL AT-IND-BIM > 4
           MOVE ALR-MEDIA-ACUM   TO AT-ALU-ACUM
           MOVE ALR-MEDIA-MAXIMA TO AT-ALU-MAXIMA
           MOVE SPACES TO AT-ALU-QUEDA
           MOVE SPACES TO AT-ALU-SEGUIDO
           MOVE SPACES TO AT-ALU-PERDIDA
           IF ALR-QUEDA-BIM > ZERO
               MOVE "Q"           TO AT-ALU-QUEDA(1:1)
               MOVE ALR-QUEDA-BIM TO AT-ALU-QUEDA(2:1)
           END-IF
           IF ALR-SEGUIDO-BIM > ZERO
               MOVE "R"             TO AT-ALU-SEGUIDO(1:1)
               MOVE ALR-SEGUIDO-BIM TO AT-ALU-SEGUIDO(2:1)
           END-IF
           IF ALR-APROVACAO-PERDIDA
               MOVE "IN" TO AT-ALU-PERDIDA
           END-IF
           MOVE AT-LINHA-ALUNO TO AT-REL-REC
           WRITE AT-REL-REC

           WRITE ALR-REC

           PERFORM 3100-RETORNAR-LINHA THRU 3100-EXIT.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Coluna do bimestre corrente na linha do aluno: a media
      * editada, ou "  -" quando o bimestre ainda nao tem media.
      *----------------------------------------------------------
       3250-MONTAR-BIMESTRE.
           MOVE SPACE TO AT-ALU-BIM(AT-IND-BIM)
           IF AT-SORT-LANCADO(AT-IND-BIM) NOT = "S"
               MOVE "  -" TO AT-ALU-MEDIA(AT-IND-BIM)
           ELSE
               MOVE ALR-MEDIA-BIM(AT-IND-BIM) TO AT-MEDIA-ED
               MOVE AT-MEDIA-ED TO AT-ALU-MEDIA(AT-IND-BIM)
           END-IF
           ADD 1 TO AT-IND-BIM.

       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Cabecalho da turma que comeca, com o professor
      * responsavel do cadastro de turmas, quando aberto.
      *----------------------------------------------------------
       3300-GRAVAR-CABECALHO-TURMA.
           MOVE SPACES TO AT-TUR-PROFESSOR
           IF AT-TURMAS-ABERTO
               MOVE AT-TURMA-ATUAL TO TUR-CODIGO
               READ AT-TURMAS-FILE
                   INVALID KEY
                       MOVE "TURMA NAO CADASTRADA"
                           TO AT-TUR-PROFESSOR
                   NOT INVALID KEY
                       MOVE TUR-PROFESSOR TO AT-TUR-PROFESSOR
               END-READ
           END-IF
           MOVE AT-TURMA-ATUAL TO AT-TUR-CODIGO
           MOVE AT-LINHA-TURMA TO AT-REL-REC
           WRITE AT-REL-REC.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Total da turma que terminou e zera o contador.
      *----------------------------------------------------------
       3400-GRAVAR-QUEBRA-TURMA.
           MOVE AT-QTD-TURMA TO AT-TOT-QTD
           MOVE AT-LINHA-TOT-TURMA TO AT-REL-REC
           WRITE AT-REL-REC
           MOVE SPACES TO AT-REL-REC
           WRITE AT-REL-REC

           MOVE ZERO TO AT-QTD-TURMA.

       3400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais do alerta, no relatorio e no console.
      *----------------------------------------------------------
       5000-GRAVAR-TOTAIS.
           MOVE AT-LINHA TO AT-REL-REC
           WRITE AT-REL-REC

           MOVE SPACES TO AT-REL-REC
           MOVE AT-QTD-AVALIADOS TO AT-QTD-ED
           STRING "ALUNOS AVALIADOS    : " AT-QTD-ED
               DELIMITED BY SIZE INTO AT-REL-REC
           WRITE AT-REL-REC
           DISPLAY AT-REL-REC(1:40)

           MOVE SPACES TO AT-REL-REC
           MOVE AT-QTD-IGNORADOS TO AT-QTD-ED
           STRING "INATIVOS/SEM CADASTR: " AT-QTD-ED
               DELIMITED BY SIZE INTO AT-REL-REC
           WRITE AT-REL-REC
           DISPLAY AT-REL-REC(1:40)

           MOVE SPACES TO AT-REL-REC
           MOVE AT-QTD-ALERTA TO AT-QTD-ED
           STRING "ALUNOS EM ALERTA    : " AT-QTD-ED
               DELIMITED BY SIZE INTO AT-REL-REC
           WRITE AT-REL-REC
           DISPLAY AT-REL-REC(1:40)

           MOVE SPACES TO AT-REL-REC
           MOVE AT-QTD-QUEDA TO AT-QTD-ED
           STRING "  QUEDA DE MEDIA    : " AT-QTD-ED
               DELIMITED BY SIZE INTO AT-REL-REC
           WRITE AT-REL-REC
           DISPLAY AT-REL-REC(1:40)

           MOVE SPACES TO AT-REL-REC
           MOVE AT-QTD-SEGUIDO TO AT-QTD-ED
           STRING "  REC/REP SEGUIDOS  : " AT-QTD-ED
               DELIMITED BY SIZE INTO AT-REL-REC
           WRITE AT-REL-REC
           DISPLAY AT-REL-REC(1:40)

           MOVE SPACES TO AT-REL-REC
           MOVE AT-QTD-PERDIDA TO AT-QTD-ED
           STRING "  APROV. INALCANC.  : " AT-QTD-ED
               DELIMITED BY SIZE INTO AT-REL-REC
           WRITE AT-REL-REC
           DISPLAY AT-REL-REC(1:40).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada pela MN-ALERTA. REPROCESSO=S
      * em SISPARM autoriza rodar de novo.
      *----------------------------------------------------------
       7500-VERIFICAR-RUNCTL.
           MOVE "N" TO AT-RUN-JA-SW
           ACCEPT AT-HORA-INICIO FROM TIME
           IF AT-DATA-MOVIMENTO > ZERO
               MOVE AT-DATA-MOVIMENTO TO AT-DATA-REGISTRO
           ELSE
               ACCEPT AT-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT AT-RUN-FILE
           IF AT-RUNCTL-INEXISTENTE
               GO TO 7500-EXIT
           END-IF

           MOVE "N" TO AT-RUN-EOF-SW
           READ AT-RUN-FILE
               AT END
                   MOVE "S" TO AT-RUN-EOF-SW
           END-READ

           PERFORM 7550-CONFERIR-EXECUCAO THRU 7550-EXIT
               UNTIL AT-RUN-FIM-ARQ

           CLOSE AT-RUN-FILE

           IF AT-RUN-JA-PROCESSADO AND AT-REPROCESSO-PEDIDO
               MOVE "N" TO AT-RUN-JA-SW
               DISPLAY "REPROCESSO AUTORIZADO POR SISPARM"
           END-IF.

       7500-EXIT.
           EXIT.

       7550-CONFERIR-EXECUCAO.
           MOVE AT-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "MN-ALERTA"
                   AND RUN-DATA-MOV = AT-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO AT-RUN-JA-SW
           END-IF
           READ AT-RUN-FILE
               AT END
                   MOVE "S" TO AT-RUN-EOF-SW
           END-READ.

       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: situacao C (sem alunos
      * em alerta), A (com alertas) ou E (erro fatal), derivada do
      * codigo de condicao; processados = alunos avaliados,
      * rejeitados = alunos em alerta.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND AT-RUN-FILE
           IF AT-RUNCTL-INEXISTENTE
               OPEN OUTPUT AT-RUN-FILE
           END-IF

           MOVE "MN-ALERTA"      TO RUN-PROGRAMA
           MOVE AT-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE AT-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT AT-HORA-FIM FROM TIME
           MOVE AT-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE AT-QTD-AVALIADOS TO RUN-QTD-PROC
           MOVE AT-QTD-ALERTA    TO RUN-QTD-REJ
           MOVE RUN-LINHA TO AT-RUN-REC
           WRITE AT-RUN-REC
           CLOSE AT-RUN-FILE.

       7600-EXIT.
           EXIT.
