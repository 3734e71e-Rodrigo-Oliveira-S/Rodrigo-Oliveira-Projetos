       IDENTIFICATION DIVISION.
       PROGRAM-ID. MN-RECUPERA.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para o ciclo da prova de
      *               recuperacao: le as notas da prova (MNRECUP,
      *               layout RCPREC, com cabecalho e rodape de
      *               controle como os demais arquivos de lote),
      *               confere no historico de notas (MNHIST) que o
      *               aluno estava de fato em RECUPERACAO no
      *               bimestre informado, aplica a regra da escola
      *               (a nota da prova substitui a media do
      *               bimestre quando maior, limitada a media de
      *               aprovacao 7,0; media final 7,0 = APROVADO,
      *               abaixo disso REPROVADO), regrava media e
      *               resultado do bimestre em MNHIST e manda os
      *               alunos alterados para a secretaria em
      *               MNRECFEED (mesmo layout do MNFEED). O relatorio
      *               MNRECREL traz aplicados e recusados (sem
      *               historico, fora de recuperacao, nota
      *               invalida); recusado termina o passo com RC 4.
      *               A execucao e registrada em SISRUNCT como
      *               MN-RECUPERA, com a protecao contra dupla
      *               execucao dos demais passos. Ate aqui a nota da
      *               recuperacao ficava no papel e o FECHA-ANO e o
      *               MN-BOLETIM mostravam um RECUPERACAO vencido.
      * 2026-10-15 RO Aprovados e reprovados passam a ser contados so
      *               depois da regravacao do MNHIST: a nota recusada
      *               por ERRO REGRAVACAO entrava tambem no total de
      *               aprovados ou reprovados.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MR-RECUP-FILE ASSIGN TO "MNRECUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-RECUP-STATUS.

           SELECT MR-HIST-FILE ASSIGN TO "MNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIS-CHAVE
               FILE STATUS IS MR-HIST-STATUS.

           SELECT MR-ALUNOS-FILE ASSIGN TO "MNALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS MR-ALUNOS-STATUS.

           SELECT MR-FEED-FILE ASSIGN TO "MNRECFEED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MR-REL-FILE ASSIGN TO "MNRECREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MR-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-PARM-STATUS.

           SELECT MR-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-RUN-STATUS.

           SELECT MR-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATA
               FILE STATUS IS MR-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MR-RECUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RCPREC.

       FD  MR-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  MR-ALUNOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

      *Feed dos alunos alterados pela recuperacao, no mesmo layout
      *de colunas fixas do MNFEED
       FD  MR-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  MR-FEED-REC.
           05 MR-FEED-STU-ID       PIC 9(06).
           05 MR-FEED-MEDIA        PIC 9(02)V9.
           05 MR-FEED-RESULTADO    PIC X(11).

       FD  MR-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  MR-REL-REC             PIC X(80).

       FD  MR-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  MR-PARM-REC            PIC X(80).

       FD  MR-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MR-RUN-REC             PIC X(80).

       FD  MR-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

       01 MR-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos. MNRECUP e MNHIST sao obrigatorios;
      *MNALUNOS ausente deixa nome e turma em branco no relatorio.
       01 MR-RECUP-STATUS  PIC X(02).
           88 MR-RECUP-OK          VALUE "00".
           88 MR-RECUP-INEXISTENTE VALUE "35".
       01 MR-HIST-STATUS   PIC X(02).
           88 MR-HIST-OK           VALUE "00".
           88 MR-HIST-INEXISTENTE  VALUE "35".
       01 MR-ALUNOS-STATUS PIC X(02).
           88 MR-ALUNOS-OK         VALUE "00".
           88 MR-ALUNOS-INEXISTENTE VALUE "35".
       01 MR-PARM-STATUS   PIC X(02).
           88 MR-PARM-OK           VALUE "00".
           88 MR-PARM-INEXISTENTE  VALUE "35".
       01 MR-RUN-STATUS    PIC X(02).
           88 MR-RUNCTL-OK         VALUE "00".
           88 MR-RUNCTL-INEXISTENTE VALUE "35".

      *Indica se o cadastro mestre esta aberto para consulta
       01 MR-CADASTRO-SW   PIC X(01) VALUE "N".
           88 MR-CADASTRO-ABERTO   VALUE "S".

      *Parametros de SISPARM tratados por este passo
       01 MR-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 MR-PARM-FIM          VALUE "S".
       01 MR-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 MR-PARM-COM-ERRO     VALUE "S".
       01 MR-PARM-CHAVE    PIC X(16).
       01 MR-PARM-VALOR    PIC X(16).
       01 MR-REPROCESSO-SW PIC X(01) VALUE "N".
           88 MR-REPROCESSO-PEDIDO VALUE "S".
       77 MR-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.

      *Calendario escolar (SISCAL): a data do movimento precisa
      *ser dia letivo, a menos que CALEND-IGNORA=S venha em
      *SISPARM; SISCAL ausente desliga a validacao, com aviso.
       01 MR-CAL-STATUS    PIC X(02).
           88 MR-CAL-OK            VALUE "00".
           88 MR-CAL-INEXISTENTE   VALUE "35".
       01 MR-CALEND-SW     PIC X(01) VALUE "N".
           88 MR-CALEND-REPROVADA  VALUE "S".
       01 MR-CALEND-IGNORA-SW PIC X(01) VALUE "N".
           88 MR-CALEND-IGNORADA   VALUE "S".

      *Registro de execucoes: protecao contra dupla execucao (o
      *feed da recuperacao iria duas vezes para a secretaria)
       01 MR-RUN-JA-SW     PIC X(01) VALUE "N".
           88 MR-RUN-JA-PROCESSADO VALUE "S".
       01 MR-RUN-EOF-SW    PIC X(01) VALUE "N".
           88 MR-RUN-FIM-ARQ       VALUE "S".
       77 MR-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       77 MR-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 MR-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Controle de fim do arquivo de notas da recuperacao
       01 MR-EOF-RECUP     PIC X(01) VALUE "N".
           88 MR-FIM-RECUP         VALUE "S".

      *Conferencia do cabecalho e do rodape de controle de
      *MNRECUP: indicadores, contadores e soma de conferencia
      *(matriculas) acumulados na passagem de validacao.
       01 MR-LOTE-SW       PIC X(01) VALUE "N".
           88 MR-LOTE-VALIDO       VALUE "S".
       01 MR-CAB-VISTO-SW  PIC X(01) VALUE "N".
           88 MR-CAB-VISTO         VALUE "S".
       01 MR-ROD-VISTO-SW  PIC X(01) VALUE "N".
           88 MR-ROD-VISTO         VALUE "S".
       01 MR-LOTE-ERRO-SW  PIC X(01) VALUE "N".
           88 MR-LOTE-COM-ERRO     VALUE "S".
       77 MR-QTD-REGS      PIC 9(07) VALUE ZERO.
       77 MR-QTD-DETALHES  PIC 9(07) VALUE ZERO.
       77 MR-HASH-SOMA     PIC 9(13) VALUE ZERO.
       77 MR-ROD-CONTADOR  PIC 9(07) VALUE ZERO.
       77 MR-ROD-HASH      PIC 9(13) VALUE ZERO.
       77 MR-DATA-HOJE     PIC 9(08).

      *Regra da recuperacao: a nota da prova substitui a media do
      *bimestre quando maior, sem passar da media de aprovacao
       77 MR-MEDIA-APROVACAO PIC 9(02)V9 VALUE 7.0.
       77 MR-MEDIA-ANTES   PIC 9(02)V9 VALUE ZERO.
       77 MR-MEDIA-FINAL   PIC 9(02)V9 VALUE ZERO.
       77 MR-MOTIVO        PIC X(15) VALUE SPACES.

      *Totais da aplicacao
       77 MR-QTD-LIDOS     PIC 9(06) VALUE ZERO.
       77 MR-QTD-APROV     PIC 9(06) VALUE ZERO.
       77 MR-QTD-REPROV    PIC 9(06) VALUE ZERO.
       77 MR-QTD-RECUSADOS PIC 9(06) VALUE ZERO.
       77 MR-QTD-ED        PIC ZZZ,ZZ9.

      *Linha de detalhe do relatorio da recuperacao
       01 MR-LINHA-REL.
           05 MR-REL-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-TURMA     PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-NOME      PIC X(22).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-BIMESTRE  PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-ANTES     PIC Z9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-NOTA      PIC Z9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-FINAL     PIC Z9.9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-RESULTADO PIC X(11).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 MR-REL-SITUACAO  PIC X(15).

       01 MR-LINHA-CAB.
           05 FILLER           PIC X(34)
               VALUE "MATR.  TUR NOME                  ".
           05 FILLER           PIC X(46)
               VALUE "B MED. PROV FIN. RESULTADO   SITUACAO".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF MR-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7500-VERIFICAR-RUNCTL THRU 7500-EXIT
           IF MR-RUN-JA-PROCESSADO
               MOVE 22 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-JA-PROCESSADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7700-VERIFICAR-CALENDARIO THRU 7700-EXIT
           IF MR-CALEND-REPROVADA
               MOVE 23 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-NAO-LETIVA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO MR-EOF-RECUP
           OPEN INPUT MR-RECUP-FILE
           IF MR-RECUP-INEXISTENTE
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           PERFORM 2000-VALIDAR-LOTE THRU 2000-EXIT
           CLOSE MR-RECUP-FILE

           IF NOT MR-LOTE-VALIDO
               MOVE 21 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-CONTROLE-LOTE
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN I-O MR-HIST-FILE
           IF NOT MR-HIST-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNHIST NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT MR-ALUNOS-FILE
           IF MR-ALUNOS-OK
               MOVE "S" TO MR-CADASTRO-SW
           ELSE
               DISPLAY "MNALUNOS NAO ENCONTRADO - NOME E TURMA "
                       "EM BRANCO NO RELATORIO"
           END-IF

           MOVE "N" TO MR-EOF-RECUP
           OPEN INPUT MR-RECUP-FILE
           OPEN OUTPUT MR-FEED-FILE
           OPEN OUTPUT MR-REL-FILE

           MOVE "PROVA DE RECUPERACAO - APLICACAO NO HISTORICO"
               TO MR-REL-REC
           WRITE MR-REL-REC
           MOVE MR-LINHA TO MR-REL-REC
           WRITE MR-REL-REC
           MOVE MR-LINHA-CAB TO MR-REL-REC
           WRITE MR-REL-REC

           PERFORM 3100-LER-RECUPERACAO THRU 3100-EXIT

           PERFORM 3000-APLICAR-RECUPERACAO THRU 3000-EXIT
               UNTIL MR-FIM-RECUP

           PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT

           CLOSE MR-RECUP-FILE
           CLOSE MR-HIST-FILE
           IF MR-CADASTRO-ABERTO
               CLOSE MR-ALUNOS-FILE
           END-IF
           CLOSE MR-FEED-FILE
           CLOSE MR-REL-FILE

           IF MR-QTD-RECUSADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO e CALEND-IGNORA. As demais chaves sao dos
      * outros programas.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT MR-PARM-FILE
           IF MR-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO MR-PARM-EOF-SW
           READ MR-PARM-FILE
               AT END
                   MOVE "S" TO MR-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL MR-PARM-FIM

           CLOSE MR-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF MR-PARM-REC(1:1) = "*" OR MR-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO MR-PARM-CHAVE
           MOVE SPACES TO MR-PARM-VALOR
           UNSTRING MR-PARM-REC DELIMITED BY "="
               INTO MR-PARM-CHAVE MR-PARM-VALOR
           END-UNSTRING

           EVALUATE MR-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " MR-PARM-REC(1:40)
                   IF MR-PARM-VALOR(1:8) IS NUMERIC
                       MOVE MR-PARM-VALOR(1:8) TO MR-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO MR-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               MR-PARM-REC(1:40)
                   END-IF
               WHEN "REPROCESSO"
                   DISPLAY "SISPARM: " MR-PARM-REC(1:40)
                   IF MR-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO MR-REPROCESSO-SW
                   END-IF
               WHEN "CALEND-IGNORA"
                   DISPLAY "SISPARM: " MR-PARM-REC(1:40)
                   IF MR-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO MR-CALEND-IGNORA-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ MR-PARM-FILE
               AT END
                   MOVE "S" TO MR-PARM-EOF-SW
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
           MOVE "N"  TO MR-LOTE-SW
           MOVE "N"  TO MR-CAB-VISTO-SW
           MOVE "N"  TO MR-ROD-VISTO-SW
           MOVE "N"  TO MR-LOTE-ERRO-SW
           MOVE ZERO TO MR-QTD-REGS
           MOVE ZERO TO MR-QTD-DETALHES
           MOVE ZERO TO MR-HASH-SOMA
           MOVE MR-DATA-REGISTRO TO MR-DATA-HOJE

           READ MR-RECUP-FILE
               AT END
                   MOVE "S" TO MR-EOF-RECUP
           END-READ

           PERFORM 2100-CONFERIR-REGISTRO THRU 2100-EXIT
               UNTIL MR-FIM-RECUP

           IF NOT MR-CAB-VISTO
               DISPLAY "MNRECUP SEM CABECALHO DE CONTROLE"
               MOVE "S" TO MR-LOTE-ERRO-SW
           END-IF
           IF NOT MR-ROD-VISTO
               DISPLAY "MNRECUP SEM RODAPE DE CONTROLE"
               MOVE "S" TO MR-LOTE-ERRO-SW
           END-IF
           IF MR-ROD-VISTO AND MR-ROD-CONTADOR NOT = MR-QTD-DETALHES
               DISPLAY "MNRECUP COM QUANTIDADE DIVERGENTE DO RODAPE"
               MOVE "S" TO MR-LOTE-ERRO-SW
           END-IF
           IF MR-ROD-VISTO AND MR-ROD-HASH NOT = MR-HASH-SOMA
               DISPLAY "MNRECUP COM SOMA DE CONFERENCIA DIVERGENTE"
               MOVE "S" TO MR-LOTE-ERRO-SW
           END-IF

           IF NOT MR-LOTE-COM-ERRO
               MOVE "S" TO MR-LOTE-SW
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONFERIR-REGISTRO.
           ADD 1 TO MR-QTD-REGS
           EVALUATE TRUE
               WHEN RCC-E-CABECALHO
                   IF MR-QTD-REGS NOT = 1 OR MR-CAB-VISTO
                       DISPLAY "MNRECUP COM CABECALHO FORA DE LUGAR"
                       MOVE "S" TO MR-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO MR-CAB-VISTO-SW
                       IF RCC-ARQUIVO NOT = "MNRECUP"
                           DISPLAY "MNRECUP COM CABECALHO DE OUTRO "
                                   "ARQUIVO: " RCC-ARQUIVO
                           MOVE "S" TO MR-LOTE-ERRO-SW
                       END-IF
                       IF RCC-DATA-MOVTO NOT = MR-DATA-HOJE
                           DISPLAY "MNRECUP COM DATA DE MOVIMENTO "
                                   "ERRADA: " RCC-DATA-MOVTO
                           MOVE "S" TO MR-LOTE-ERRO-SW
                       END-IF
                   END-IF
               WHEN RCR-E-RODAPE
                   IF MR-ROD-VISTO
                       DISPLAY "MNRECUP COM MAIS DE UM RODAPE"
                       MOVE "S" TO MR-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO MR-ROD-VISTO-SW
                       MOVE RCR-CONTADOR TO MR-ROD-CONTADOR
                       MOVE RCR-HASH     TO MR-ROD-HASH
                   END-IF
               WHEN OTHER
                   IF MR-ROD-VISTO
                       DISPLAY "MNRECUP COM REGISTRO APOS O RODAPE"
                       MOVE "S" TO MR-LOTE-ERRO-SW
                   END-IF
                   ADD 1 TO MR-QTD-DETALHES
                   IF RCP-MATRICULA IS NUMERIC
                       ADD RCP-MATRICULA TO MR-HASH-SOMA
                   END-IF
           END-EVALUATE

           READ MR-RECUP-FILE
               AT END
                   MOVE "S" TO MR-EOF-RECUP
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Aplica a nota de recuperacao corrente e le a proxima.
      * Recusada (sem historico do bimestre, aluno fora de
      * recuperacao ou nota invalida) sai so no relatorio, com o
      * motivo, sem tocar em MNHIST nem no feed.
      *----------------------------------------------------------
       3000-APLICAR-RECUPERACAO.
           ADD 1 TO MR-QTD-LIDOS
           MOVE SPACES TO MR-MOTIVO
           MOVE ZERO   TO MR-MEDIA-ANTES
           MOVE ZERO   TO MR-MEDIA-FINAL

           PERFORM 4100-LER-ALUNO-MESTRE THRU 4100-EXIT

           IF RCP-MATRICULA IS NOT NUMERIC
                   OR RCP-BIMESTRE IS NOT NUMERIC
                   OR RCP-BIMESTRE < 1 OR RCP-BIMESTRE > 4
               MOVE "CHAVE INVALIDA" TO MR-MOTIVO
               GO TO 3000-RECUSAR
           END-IF

           IF RCP-NOTA IS NOT NUMERIC OR RCP-NOTA > 10
               MOVE "NOTA INVALIDA" TO MR-MOTIVO
               GO TO 3000-RECUSAR
           END-IF

           MOVE RCP-MATRICULA TO HIS-MATRICULA
           MOVE RCP-BIMESTRE  TO HIS-BIMESTRE
           READ MR-HIST-FILE
               INVALID KEY
                   MOVE "SEM HISTORICO" TO MR-MOTIVO
           END-READ
           IF MR-MOTIVO NOT = SPACES
               GO TO 3000-RECUSAR
           END-IF

           MOVE HIS-MEDIA TO MR-MEDIA-ANTES
           IF HIS-RESULTADO NOT = "RECUPERACAO"
               MOVE "FORA RECUPERAC." TO MR-MOTIVO
               GO TO 3000-RECUSAR
           END-IF

           PERFORM 4000-APLICAR-REGRA THRU 4000-EXIT

           MOVE MR-MEDIA-FINAL   TO HIS-MEDIA
           MOVE MR-DATA-REGISTRO TO HIS-DATA-MOV
           REWRITE HIS-REC
               INVALID KEY
                   MOVE "ERRO REGRAVACAO" TO MR-MOTIVO
           END-REWRITE
           IF MR-MOTIVO NOT = SPACES
               GO TO 3000-RECUSAR
           END-IF

           IF HIS-RESULTADO = "APROVADO"
               ADD 1 TO MR-QTD-APROV
           ELSE
               ADD 1 TO MR-QTD-REPROV
           END-IF

           MOVE HIS-MATRICULA  TO MR-FEED-STU-ID
           MOVE HIS-MEDIA      TO MR-FEED-MEDIA
           MOVE HIS-RESULTADO  TO MR-FEED-RESULTADO
           WRITE MR-FEED-REC

           MOVE "APLICADA" TO MR-MOTIVO
           MOVE HIS-RESULTADO TO MR-REL-RESULTADO
           PERFORM 3200-GRAVAR-DETALHE THRU 3200-EXIT
           GO TO 3000-LER.

       3000-RECUSAR.
           ADD 1 TO MR-QTD-RECUSADOS
           MOVE SPACES TO MR-REL-RESULTADO
           PERFORM 3200-GRAVAR-DETALHE THRU 3200-EXIT.

       3000-LER.
           PERFORM 3100-LER-RECUPERACAO THRU 3100-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le a proxima nota de recuperacao, pulando o cabecalho e o
      * rodape de controle ja conferidos.
      *----------------------------------------------------------
       3100-LER-RECUPERACAO.
           READ MR-RECUP-FILE
               AT END
                   MOVE "S" TO MR-EOF-RECUP
           END-READ
           IF NOT MR-FIM-RECUP
                   AND (RCC-E-CABECALHO OR RCR-E-RODAPE)
               GO TO 3100-LER-RECUPERACAO
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava a linha do relatorio para a nota corrente, aplicada
      * ou recusada (motivo em MR-MOTIVO).
      *----------------------------------------------------------
       3200-GRAVAR-DETALHE.
           MOVE RCP-MATRICULA  TO MR-REL-MATRICULA
           MOVE ALU-TURMA      TO MR-REL-TURMA
           MOVE ALU-NOME       TO MR-REL-NOME
           MOVE RCP-BIMESTRE   TO MR-REL-BIMESTRE
           MOVE MR-MEDIA-ANTES TO MR-REL-ANTES
           IF RCP-NOTA IS NUMERIC
               MOVE RCP-NOTA   TO MR-REL-NOTA
           ELSE
               MOVE ZERO       TO MR-REL-NOTA
           END-IF
           MOVE MR-MEDIA-FINAL TO MR-REL-FINAL
           MOVE MR-MOTIVO      TO MR-REL-SITUACAO
           MOVE MR-LINHA-REL   TO MR-REL-REC
           WRITE MR-REL-REC.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Regra da recuperacao: a nota da prova substitui a media do
      * bimestre quando for maior, limitada a media de aprovacao
      * (a recuperacao recupera ate a media, nao acima dela). Com
      * a media final na media de aprovacao o bimestre fica
      * APROVADO; abaixo dela a recuperacao nao foi suficiente e o
      * bimestre fica REPROVADO. Os cortes sao os mesmos da
      * MEDIA-NOTAS, para o FECHA-ANO consolidar a media nova.
      *----------------------------------------------------------
       4000-APLICAR-REGRA.
           MOVE HIS-MEDIA TO MR-MEDIA-FINAL
           IF RCP-NOTA > MR-MEDIA-FINAL
               MOVE RCP-NOTA TO MR-MEDIA-FINAL
           END-IF
           IF MR-MEDIA-FINAL > MR-MEDIA-APROVACAO
               MOVE MR-MEDIA-APROVACAO TO MR-MEDIA-FINAL
           END-IF

           IF MR-MEDIA-FINAL >= MR-MEDIA-APROVACAO
               MOVE "APROVADO" TO HIS-RESULTADO
           ELSE
               MOVE "REPROVADO" TO HIS-RESULTADO
           END-IF.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Consulta o cadastro mestre pela matricula da nota
      * corrente; matricula inexistente ou cadastro ausente deixam
      * nome e turma em branco no relatorio.
      *----------------------------------------------------------
       4100-LER-ALUNO-MESTRE.
           MOVE SPACES TO ALU-NOME
           MOVE SPACES TO ALU-TURMA
           IF MR-CADASTRO-ABERTO AND RCP-MATRICULA IS NUMERIC
               MOVE RCP-MATRICULA TO ALU-MATRICULA
               READ MR-ALUNOS-FILE
                   INVALID KEY
                       MOVE SPACES TO ALU-NOME
                       MOVE SPACES TO ALU-TURMA
               END-READ
           END-IF.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da aplicacao, no relatorio e no console.
      *----------------------------------------------------------
       5000-GRAVAR-TOTAIS.
           MOVE MR-LINHA TO MR-REL-REC
           WRITE MR-REL-REC

           MOVE SPACES TO MR-REL-REC
           MOVE MR-QTD-LIDOS TO MR-QTD-ED
           STRING "NOTAS DE RECUPERACAO : " MR-QTD-ED
               DELIMITED BY SIZE INTO MR-REL-REC
           WRITE MR-REL-REC
           DISPLAY MR-REL-REC(1:40)

           MOVE SPACES TO MR-REL-REC
           MOVE MR-QTD-APROV TO MR-QTD-ED
           STRING "APROVADOS NA RECUP.  : " MR-QTD-ED
               DELIMITED BY SIZE INTO MR-REL-REC
           WRITE MR-REL-REC
           DISPLAY MR-REL-REC(1:40)

           MOVE SPACES TO MR-REL-REC
           MOVE MR-QTD-REPROV TO MR-QTD-ED
           STRING "REPROVADOS NA RECUP. : " MR-QTD-ED
               DELIMITED BY SIZE INTO MR-REL-REC
           WRITE MR-REL-REC
           DISPLAY MR-REL-REC(1:40)

           MOVE SPACES TO MR-REL-REC
           MOVE MR-QTD-RECUSADOS TO MR-QTD-ED
           STRING "NOTAS RECUSADAS      : " MR-QTD-ED
               DELIMITED BY SIZE INTO MR-REL-REC
           WRITE MR-REL-REC
           DISPLAY MR-REL-REC(1:40).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada pela MN-RECUPERA. REPROCESSO=S
      * em SISPARM autoriza rodar de novo assim mesmo.
      *----------------------------------------------------------
       7500-VERIFICAR-RUNCTL.
           MOVE "N" TO MR-RUN-JA-SW
           ACCEPT MR-HORA-INICIO FROM TIME
           IF MR-DATA-MOVIMENTO > ZERO
               MOVE MR-DATA-MOVIMENTO TO MR-DATA-REGISTRO
           ELSE
               ACCEPT MR-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT MR-RUN-FILE
           IF MR-RUNCTL-INEXISTENTE
               GO TO 7500-EXIT
           END-IF

           MOVE "N" TO MR-RUN-EOF-SW
           READ MR-RUN-FILE
               AT END
                   MOVE "S" TO MR-RUN-EOF-SW
           END-READ

           PERFORM 7550-CONFERIR-EXECUCAO THRU 7550-EXIT
               UNTIL MR-RUN-FIM-ARQ

           CLOSE MR-RUN-FILE

           IF MR-RUN-JA-PROCESSADO AND MR-REPROCESSO-PEDIDO
               MOVE "N" TO MR-RUN-JA-SW
               DISPLAY "REPROCESSO AUTORIZADO POR SISPARM"
           END-IF.

       7500-EXIT.
           EXIT.

       7550-CONFERIR-EXECUCAO.
           MOVE MR-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "MN-RECUPERA"
                   AND RUN-DATA-MOV = MR-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO MR-RUN-JA-SW
           END-IF
           READ MR-RUN-FILE
               AT END
                   MOVE "S" TO MR-RUN-EOF-SW
           END-READ.

       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: situacao C (limpa), A
      * (com notas recusadas) ou E (erro fatal), derivada do
      * codigo de condicao; processados = notas aplicadas,
      * rejeitados = notas recusadas.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND MR-RUN-FILE
           IF MR-RUNCTL-INEXISTENTE
               OPEN OUTPUT MR-RUN-FILE
           END-IF

           MOVE "MN-RECUPERA"    TO RUN-PROGRAMA
           MOVE MR-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE MR-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT MR-HORA-FIM FROM TIME
           MOVE MR-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           COMPUTE RUN-QTD-PROC = MR-QTD-APROV + MR-QTD-REPROV
           MOVE MR-QTD-RECUSADOS TO RUN-QTD-REJ
           MOVE RUN-LINHA TO MR-RUN-REC
           WRITE MR-RUN-REC
           CLOSE MR-RUN-FILE.

       7600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no calendario escolar (SISCAL) se a data do
      * movimento e dia letivo. CALEND-IGNORA=S em SISPARM pula a
      * validacao; SISCAL ausente tambem, com aviso.
      *----------------------------------------------------------
       7700-VERIFICAR-CALENDARIO.
           MOVE "N" TO MR-CALEND-SW
           IF MR-CALEND-IGNORADA
               DISPLAY "VALIDACAO DO CALENDARIO IGNORADA POR SISPARM"
               GO TO 7700-EXIT
           END-IF

           OPEN INPUT MR-CAL-FILE
           IF NOT MR-CAL-OK
               DISPLAY "SISCAL NAO ENCONTRADO - DATA SEM VALIDACAO"
               GO TO 7700-EXIT
           END-IF

           MOVE MR-DATA-REGISTRO TO CAL-DATA
           READ MR-CAL-FILE
               INVALID KEY
                   MOVE "S" TO MR-CALEND-SW
                   DISPLAY "DATA FORA DO CALENDARIO ESCOLAR: "
                           MR-DATA-REGISTRO
               NOT INVALID KEY
                   IF NOT CAL-DIA-LETIVO
                       MOVE "S" TO MR-CALEND-SW
                       DISPLAY "DATA NAO E DIA LETIVO (TIPO "
                               CAL-TIPO ")"
                   END-IF
           END-READ
           CLOSE MR-CAL-FILE.

       7700-EXIT.
           EXIT.
