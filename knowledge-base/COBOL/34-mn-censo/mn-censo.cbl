       IDENTIFICATION DIVISION.
       PROGRAM-ID. MN-CENSO.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a remessa anual dos
      *               resultados ao censo escolar do estado, que era
      *               redigitada a partir do MNANOREL. Le o
      *               historico escolar permanente (MNHISTANO,
      *               gravado pela MN-PROMOCAO na virada do ano) do
      *               ano letivo pedido (MN-ANO-LETIVO em SISPARM,
      *               padrao o ano da data do movimento, ou o
      *               anterior se a data for do primeiro semestre)
      *               e grava o MNCENSO (layout CNSREC): matricula,
      *               nome, turma e descricao da turma (MNTURMAS),
      *               as quatro medias de bimestre, a media anual e
      *               o resultado final, com cabecalho e rodape de
      *               controle (quantidade e soma das matriculas).
      *               Aluno INCOMPLETO fica fora da remessa e sai no
      *               relatorio MNCENSOREL para acompanhamento, com
      *               RC 4. Como le so o historico permanente, a
      *               remessa de qualquer ano ja virado pode ser
      *               refeita sem rodar o FECHA-ANO de novo. A
      *               execucao e registrada em SISRUNCT como
      *               MN-CENSO (REPROCESSO=S autoriza refazer na
      *               mesma data).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CE-HANO-FILE ASSIGN TO "MNHISTANO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-CHAVE
               FILE STATUS IS CE-HANO-STATUS.

           SELECT CE-TURMAS-FILE ASSIGN TO "MNTURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS CE-TURMAS-STATUS.

           SELECT CE-CENSO-FILE ASSIGN TO "MNCENSO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CE-REL-FILE ASSIGN TO "MNCENSOREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CE-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-PARM-STATUS.

           SELECT CE-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CE-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CE-HANO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HSTREC.

       FD  CE-TURMAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TURREC.

       FD  CE-CENSO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CNSREC.

       FD  CE-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CE-REL-REC             PIC X(80).

       FD  CE-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CE-PARM-REC            PIC X(80).

       FD  CE-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CE-RUN-REC             PIC X(80).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

       01 CE-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos. MNHISTANO e obrigatorio; MNTURMAS
      *ausente deixa a descricao da turma em branco, com aviso.
       01 CE-HANO-STATUS   PIC X(02).
           88 CE-HANO-OK           VALUE "00".
           88 CE-HANO-INEXISTENTE  VALUE "35".
       01 CE-TURMAS-STATUS PIC X(02).
           88 CE-TURMAS-OK         VALUE "00".
           88 CE-TURMAS-INEXISTENTE VALUE "35".
       01 CE-TURMAS-SW     PIC X(01) VALUE "N".
           88 CE-TURMAS-ABERTO     VALUE "S".
       01 CE-PARM-STATUS   PIC X(02).
           88 CE-PARM-OK           VALUE "00".
           88 CE-PARM-INEXISTENTE  VALUE "35".
       01 CE-RUN-STATUS    PIC X(02).
           88 CE-RUNCTL-OK         VALUE "00".
           88 CE-RUNCTL-INEXISTENTE VALUE "35".

      *Parametros de SISPARM tratados por este passo
       01 CE-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 CE-PARM-FIM          VALUE "S".
       01 CE-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 CE-PARM-COM-ERRO     VALUE "S".
       01 CE-PARM-CHAVE    PIC X(16).
       01 CE-PARM-VALOR    PIC X(16).
       01 CE-REPROCESSO-SW PIC X(01) VALUE "N".
           88 CE-REPROCESSO-PEDIDO VALUE "S".
       77 CE-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 CE-ANO-LETIVO    PIC 9(04) VALUE ZERO.

      *Registro de execucoes: protecao contra dupla execucao
       01 CE-RUN-JA-SW     PIC X(01) VALUE "N".
           88 CE-RUN-JA-PROCESSADO VALUE "S".
       01 CE-RUN-EOF-SW    PIC X(01) VALUE "N".
           88 CE-RUN-FIM-ARQ       VALUE "S".
       01 CE-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       01 CE-DATA-REG-R REDEFINES CE-DATA-REGISTRO.
           05 CE-REG-ANO       PIC 9(04).
           05 CE-REG-MES       PIC 9(02).
           05 CE-REG-DIA       PIC 9(02).
       77 CE-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 CE-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Controle de fim do historico permanente
       01 CE-EOF-HANO      PIC X(01) VALUE "N".
           88 CE-FIM-HANO          VALUE "S".
       77 CE-IND-BIM       PIC 9(01) COMP.

      *Controles da remessa
       77 CE-QTD-CENSO     PIC 9(07) VALUE ZERO.
       77 CE-HASH-CENSO    PIC 9(13) VALUE ZERO.
       77 CE-QTD-INCOMPLETOS PIC 9(06) VALUE ZERO.
       77 CE-QTD-SEM-TURMA PIC 9(06) VALUE ZERO.
       77 CE-QTD-ED        PIC ZZZ,ZZ9.

      *Linha de aluno listado no relatorio
       01 CE-LINHA-DET.
           05 CE-DET-MATRICULA PIC 9(06).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CE-DET-NOME      PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CE-DET-TURMA     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CE-DET-SITUACAO  PIC X(36).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF CE-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7500-VERIFICAR-RUNCTL THRU 7500-EXIT
           IF CE-RUN-JA-PROCESSADO
               MOVE 22 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-JA-PROCESSADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO CE-EOF-HANO
           OPEN INPUT CE-HANO-FILE
           IF NOT CE-HANO-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNHISTANO NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT CE-TURMAS-FILE
           IF CE-TURMAS-OK
               MOVE "S" TO CE-TURMAS-SW
           ELSE
               DISPLAY "MNTURMAS NAO ENCONTRADO - DESCRICAO DA "
                       "TURMA EM BRANCO NA REMESSA"
           END-IF

           OPEN OUTPUT CE-CENSO-FILE
           OPEN OUTPUT CE-REL-FILE
           MOVE SPACES TO CE-REL-REC
           STRING "REMESSA AO CENSO ESCOLAR - ANO LETIVO "
                  CE-ANO-LETIVO "  GERADA EM " CE-DATA-REGISTRO
               DELIMITED BY SIZE INTO CE-REL-REC
           WRITE CE-REL-REC
           MOVE CE-LINHA TO CE-REL-REC
           WRITE CE-REL-REC

           MOVE SPACES TO CNS-CABECALHO
           MOVE ZERO             TO CNC-SEQUENCIA
           MOVE "0"              TO CNC-TIPO
           MOVE "MNCENSO"        TO CNC-ARQUIVO
           MOVE CE-ANO-LETIVO    TO CNC-ANO-LETIVO
           MOVE CE-DATA-REGISTRO TO CNC-DATA-GERACAO
           WRITE CNS-CABECALHO

           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
           PERFORM 2000-TRATAR-ALUNO THRU 2000-EXIT
               UNTIL CE-FIM-HANO

           MOVE SPACES TO CNS-RODAPE
           MOVE ZERO          TO CNR-SEQUENCIA
           MOVE "9"           TO CNR-TIPO
           MOVE CE-QTD-CENSO  TO CNR-CONTADOR
           MOVE CE-HASH-CENSO TO CNR-HASH
           WRITE CNS-RODAPE

           PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT

           CLOSE CE-HANO-FILE
           CLOSE CE-CENSO-FILE
           CLOSE CE-REL-FILE
           IF CE-TURMAS-ABERTO
               CLOSE CE-TURMAS-FILE
           END-IF

           IF CE-QTD-CENSO = ZERO AND CE-QTD-INCOMPLETOS = ZERO
               DISPLAY "ANO LETIVO " CE-ANO-LETIVO
                       " SEM HISTORICO PERMANENTE EM MNHISTANO"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CE-QTD-INCOMPLETOS > ZERO
                       OR CE-QTD-SEM-TURMA > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO e MN-ANO-LETIVO (ano letivo da remessa, AAAA).
      * As demais chaves sao dos outros programas.
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT CE-PARM-FILE
           IF CE-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO CE-PARM-EOF-SW
           READ CE-PARM-FILE
               AT END
                   MOVE "S" TO CE-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL CE-PARM-FIM

           CLOSE CE-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF CE-PARM-REC(1:1) = "*" OR CE-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO CE-PARM-CHAVE
           MOVE SPACES TO CE-PARM-VALOR
           UNSTRING CE-PARM-REC DELIMITED BY "="
               INTO CE-PARM-CHAVE CE-PARM-VALOR
           END-UNSTRING

           EVALUATE CE-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " CE-PARM-REC(1:40)
                   IF CE-PARM-VALOR(1:8) IS NUMERIC
                       MOVE CE-PARM-VALOR(1:8) TO CE-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO CE-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               CE-PARM-REC(1:40)
                   END-IF
               WHEN "REPROCESSO"
                   DISPLAY "SISPARM: " CE-PARM-REC(1:40)
                   IF CE-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO CE-REPROCESSO-SW
                   END-IF
               WHEN "MN-ANO-LETIVO"
                   DISPLAY "SISPARM: " CE-PARM-REC(1:40)
                   IF CE-PARM-VALOR(1:4) IS NUMERIC
                           AND CE-PARM-VALOR(1:4) > "1900"
                       MOVE CE-PARM-VALOR(1:4) TO CE-ANO-LETIVO
                   ELSE
                       MOVE "S" TO CE-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               CE-PARM-REC(1:40)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ CE-PARM-FILE
               AT END
                   MOVE "S" TO CE-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Trata o registro corrente do historico permanente: so o
      * ano letivo da remessa interessa. INCOMPLETO sai no
      * relatorio e fica fora; os demais vao para a remessa com a
      * descricao da turma do cadastro de turmas.
      *----------------------------------------------------------
       2000-TRATAR-ALUNO.
           IF HST-ANO-LETIVO NOT = CE-ANO-LETIVO
               GO TO 2000-LER
           END-IF

           MOVE HST-MATRICULA TO CE-DET-MATRICULA
           MOVE HST-NOME      TO CE-DET-NOME
           MOVE HST-TURMA     TO CE-DET-TURMA

           IF HST-RESULTADO-ANUAL = "INCOMPLETO"
               ADD 1 TO CE-QTD-INCOMPLETOS
               MOVE "INCOMPLETO - FORA DA REMESSA"
                   TO CE-DET-SITUACAO
               MOVE CE-LINHA-DET TO CE-REL-REC
               WRITE CE-REL-REC
               GO TO 2000-LER
           END-IF

           MOVE SPACES TO CNS-REC
           MOVE HST-MATRICULA       TO CNS-MATRICULA
           MOVE "1"                 TO CNS-TIPO-REG
           MOVE HST-ANO-LETIVO      TO CNS-ANO-LETIVO
           MOVE HST-NOME            TO CNS-NOME
           MOVE HST-TURMA           TO CNS-TURMA
           MOVE 1 TO CE-IND-BIM
           PERFORM 2200-MOVER-BIMESTRE THRU 2200-EXIT
               UNTIL CE-IND-BIM > 4
           MOVE HST-MEDIA-ANUAL     TO CNS-MEDIA-ANUAL
           MOVE HST-RESULTADO-ANUAL TO CNS-RESULTADO

           IF CE-TURMAS-ABERTO
               MOVE HST-TURMA TO TUR-CODIGO
               READ CE-TURMAS-FILE
                   INVALID KEY
                       ADD 1 TO CE-QTD-SEM-TURMA
                       MOVE "TURMA NAO CADASTRADA - SEM DESCRICAO"
                           TO CE-DET-SITUACAO
                       MOVE CE-LINHA-DET TO CE-REL-REC
                   NOT INVALID KEY
                       MOVE TUR-DESCRICAO TO CNS-TUR-DESCRICAO
                       MOVE SPACES TO CE-REL-REC
               END-READ
               IF CE-REL-REC NOT = SPACES
                   WRITE CE-REL-REC
               END-IF
           END-IF

           WRITE CNS-REC
           ADD 1 TO CE-QTD-CENSO
           ADD HST-MATRICULA TO CE-HASH-CENSO.

       2000-LER.
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ CE-HANO-FILE
               AT END
                   MOVE "S" TO CE-EOF-HANO
           END-READ.

       2100-EXIT.
           EXIT.

       2200-MOVER-BIMESTRE.
           MOVE HST-MEDIA-BIM(CE-IND-BIM)
               TO CNS-MEDIA-BIM(CE-IND-BIM)
           ADD 1 TO CE-IND-BIM.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da remessa, no relatorio e no console.
      *----------------------------------------------------------
       5000-GRAVAR-TOTAIS.
           MOVE CE-LINHA TO CE-REL-REC
           WRITE CE-REL-REC

           MOVE SPACES TO CE-REL-REC
           MOVE CE-QTD-CENSO TO CE-QTD-ED
           STRING "ALUNOS NA REMESSA   : " CE-QTD-ED
               DELIMITED BY SIZE INTO CE-REL-REC
           WRITE CE-REL-REC
           DISPLAY CE-REL-REC(1:40)

           MOVE SPACES TO CE-REL-REC
           MOVE CE-QTD-INCOMPLETOS TO CE-QTD-ED
           STRING "INCOMPLETOS (FORA)  : " CE-QTD-ED
               DELIMITED BY SIZE INTO CE-REL-REC
           WRITE CE-REL-REC
           DISPLAY CE-REL-REC(1:40)

           MOVE SPACES TO CE-REL-REC
           MOVE CE-QTD-SEM-TURMA TO CE-QTD-ED
           STRING "TURMA SEM CADASTRO  : " CE-QTD-ED
               DELIMITED BY SIZE INTO CE-REL-REC
           WRITE CE-REL-REC
           DISPLAY CE-REL-REC(1:40)

           MOVE SPACES TO CE-REL-REC
           STRING "SOMA DAS MATRICULAS : " CE-HASH-CENSO
               DELIMITED BY SIZE INTO CE-REL-REC
           WRITE CE-REL-REC
           DISPLAY CE-REL-REC(1:40).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada pela MN-CENSO. REPROCESSO=S
      * em SISPARM autoriza rodar de novo. Define tambem o ano
      * letivo padrao da remessa.
      *----------------------------------------------------------
       7500-VERIFICAR-RUNCTL.
           MOVE "N" TO CE-RUN-JA-SW
           ACCEPT CE-HORA-INICIO FROM TIME
           IF CE-DATA-MOVIMENTO > ZERO
               MOVE CE-DATA-MOVIMENTO TO CE-DATA-REGISTRO
           ELSE
               ACCEPT CE-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF

           IF CE-ANO-LETIVO = ZERO
               IF CE-REG-MES < 7
                   COMPUTE CE-ANO-LETIVO = CE-REG-ANO - 1
               ELSE
                   MOVE CE-REG-ANO TO CE-ANO-LETIVO
               END-IF
           END-IF
           DISPLAY "ANO LETIVO DA REMESSA: " CE-ANO-LETIVO

           OPEN INPUT CE-RUN-FILE
           IF CE-RUNCTL-INEXISTENTE
               GO TO 7500-EXIT
           END-IF

           MOVE "N" TO CE-RUN-EOF-SW
           READ CE-RUN-FILE
               AT END
                   MOVE "S" TO CE-RUN-EOF-SW
           END-READ

           PERFORM 7550-CONFERIR-EXECUCAO THRU 7550-EXIT
               UNTIL CE-RUN-FIM-ARQ

           CLOSE CE-RUN-FILE

           IF CE-RUN-JA-PROCESSADO AND CE-REPROCESSO-PEDIDO
               MOVE "N" TO CE-RUN-JA-SW
               DISPLAY "REPROCESSO AUTORIZADO POR SISPARM"
           END-IF.

       7500-EXIT.
           EXIT.

       7550-CONFERIR-EXECUCAO.
           MOVE CE-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "MN-CENSO"
                   AND RUN-DATA-MOV = CE-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO CE-RUN-JA-SW
           END-IF
           READ CE-RUN-FILE
               AT END
                   MOVE "S" TO CE-RUN-EOF-SW
           END-READ.

       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: situacao C (limpa), A
      * (com alunos fora da remessa ou turma sem cadastro) ou E
      * (erro fatal), derivada do codigo de condicao; processados
      * = alunos na remessa, rejeitados = incompletos.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND CE-RUN-FILE
           IF CE-RUNCTL-INEXISTENTE
               OPEN OUTPUT CE-RUN-FILE
           END-IF

           MOVE "MN-CENSO"       TO RUN-PROGRAMA
           MOVE CE-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE CE-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT CE-HORA-FIM FROM TIME
           MOVE CE-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE CE-QTD-CENSO       TO RUN-QTD-PROC
           MOVE CE-QTD-INCOMPLETOS TO RUN-QTD-REJ
           MOVE RUN-LINHA TO CE-RUN-REC
           WRITE CE-RUN-REC
           CLOSE CE-RUN-FILE.

       7600-EXIT.
           EXIT.
