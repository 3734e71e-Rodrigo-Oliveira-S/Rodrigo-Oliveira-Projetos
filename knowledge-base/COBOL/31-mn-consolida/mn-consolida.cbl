       IDENTIFICATION DIVISION.
       PROGRAM-ID. MN-CONSOLIDA.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a consolidacao das notas
      *               por avaliacao no roster da MEDIA-NOTAS. Roda
      *               na cadeia da noite logo depois do roteamento
      *               e so faz alguma coisa na data de fechamento
      *               de bimestre do calendario (SISCAL), ou quando
      *               MN-CONSOLIDA=S vem em SISPARM. Le de MNAVAL
      *               (layout AVLREC, alimentado pela MN-NOTAS) os
      *               alunos ativos com as quatro notas do bimestre
      *               lancadas e ainda nao consolidadas e junta
      *               cada um, como registro de detalhe de TRANREC
      *               (alvo M, notas 1 a 4 nos operandos), aos
      *               detalhes ja roteados de MNROSTER. O roster
      *               sai classificado por matricula (o filtro de
      *               restart da MEDIA-NOTAS exige ordem crescente),
      *               com cabecalho e rodape regenerados, pelo
      *               arquivo de trabalho MNROSTCN, como no
      *               MN-PREEDIT. Matricula que ja veio roteada no
      *               dia prevalece e a de MNAVAL fica de fora,
      *               listada. Aluno com nota faltando ou inativo
      *               fica fora do roster, listado no relatorio
      *               MNCONSREL, e o passo termina com RC 4. O
      *               aluno consolidado e marcado em MNAVAL e a
      *               MN-NOTAS passa a recusar nota nova para ele
      *               no bimestre. A execucao e registrada em
      *               SISRUNCT como MN-CONSOLIDA (processados =
      *               alunos juntados ao roster), quantidade que o
      *               SIS-BALANCO desconta na conferencia do
      *               roteamento.
      * 2026-10-15 RO Separador apos a marca de avaliacao faltante
      *               na linha do relatorio iniciado com espaco.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CN-ROSTER-FILE ASSIGN TO "MNROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CN-ROSTER-STATUS.

      *Arquivo de trabalho: roster consolidado, copiado de volta
      *para MNROSTER ao final, ja que nao se pode ler e regravar o
      *mesmo arquivo sequencial num so passo.
           SELECT CN-GUARDA-FILE ASSIGN TO "MNROSTCN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CN-AVAL-FILE ASSIGN TO "MNAVAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVL-CHAVE
               FILE STATUS IS CN-AVAL-STATUS.

           SELECT CN-ALUNOS-FILE ASSIGN TO "MNALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS CN-ALUNOS-STATUS.

           SELECT CN-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CN-CAL-STATUS.

           SELECT CN-REL-FILE ASSIGN TO "MNCONSREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CN-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CN-PARM-STATUS.

           SELECT CN-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CN-RUN-STATUS.

           SELECT CN-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CN-ROSTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRANREC.

       FD  CN-GUARDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CN-GUARDA-REC          PIC X(44).

       FD  CN-AVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AVLREC.

       FD  CN-ALUNOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALUREC.

       FD  CN-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  CN-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CN-REL-REC             PIC X(80).

       FD  CN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CN-PARM-REC            PIC X(80).

       FD  CN-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CN-RUN-REC             PIC X(80).

      *Registro da classificacao: a imagem do detalhe de TRANREC
      *mais a origem (R = roteado no dia, C = consolidado de
      *MNAVAL). Na mesma matricula o roteado vem primeiro.
       SD  CN-SORT-FILE.
       01  CN-SORT-REC.
           05 CN-SORT-TRAN.
               10 CN-SORT-ID       PIC 9(06).
               10 CN-SORT-ALVO     PIC X(01).
               10 CN-SORT-OPCAO    PIC 9(01).
               10 CN-SORT-OPERANDO-1
                   PIC S9(7)V9 SIGN IS LEADING SEPARATE.
               10 CN-SORT-OPERANDO-2
                   PIC S9(7)V9 SIGN IS LEADING SEPARATE.
               10 CN-SORT-OPERANDO-3
                   PIC S9(7)V9 SIGN IS LEADING SEPARATE.
               10 CN-SORT-OPERANDO-4
                   PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 CN-SORT-ORIGEM       PIC X(01).
               88 CN-SORT-ROTEADO      VALUE "R".
               88 CN-SORT-CONSOLIDADO  VALUE "C".

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

       01 CN-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos. MNROSTER ausente conta como roster
      *vazio (noite sem detalhes roteados para a MEDIA-NOTAS);
      *MNAVAL ausente e noite sem nada a consolidar; MNALUNOS e
      *obrigatorio.
       01 CN-ROSTER-STATUS PIC X(02).
           88 CN-ROSTER-OK         VALUE "00".
           88 CN-ROSTER-INEXISTENTE VALUE "35".
       01 CN-AVAL-STATUS   PIC X(02).
           88 CN-AVAL-OK           VALUE "00".
           88 CN-AVAL-INEXISTENTE  VALUE "35".
       01 CN-ALUNOS-STATUS PIC X(02).
           88 CN-ALUNOS-OK         VALUE "00".
           88 CN-ALUNOS-INEXISTENTE VALUE "35".
       01 CN-CAL-STATUS    PIC X(02).
           88 CN-CAL-OK            VALUE "00".
           88 CN-CAL-INEXISTENTE   VALUE "35".
       01 CN-PARM-STATUS   PIC X(02).
           88 CN-PARM-OK           VALUE "00".
           88 CN-PARM-INEXISTENTE  VALUE "35".
       01 CN-RUN-STATUS    PIC X(02).
           88 CN-RUNCTL-OK         VALUE "00".
           88 CN-RUNCTL-INEXISTENTE VALUE "35".

      *Parametros de SISPARM tratados por este passo
       01 CN-PARM-EOF-SW   PIC X(01) VALUE "N".
           88 CN-PARM-FIM          VALUE "S".
       01 CN-PARM-ERRO-SW  PIC X(01) VALUE "N".
           88 CN-PARM-COM-ERRO     VALUE "S".
       01 CN-PARM-CHAVE    PIC X(16).
       01 CN-PARM-VALOR    PIC X(16).
       01 CN-REPROCESSO-SW PIC X(01) VALUE "N".
           88 CN-REPROCESSO-PEDIDO VALUE "S".
       01 CN-FORCA-SW      PIC X(01) VALUE "N".
           88 CN-FORCADA           VALUE "S".
       77 CN-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 CN-BIM-PARM      PIC 9(01) VALUE ZERO.

      *Registro de execucoes: protecao contra dupla execucao
       01 CN-RUN-JA-SW     PIC X(01) VALUE "N".
           88 CN-RUN-JA-PROCESSADO VALUE "S".
       01 CN-RUN-EOF-SW    PIC X(01) VALUE "N".
           88 CN-RUN-FIM-ARQ       VALUE "S".
       77 CN-DATA-REGISTRO PIC 9(08) VALUE ZERO.
       77 CN-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 CN-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Decisao do dia: consolidar ou nao, e o bimestre consolidado
       01 CN-CONSOLIDAR-SW PIC X(01) VALUE "N".
           88 CN-CONSOLIDAR        VALUE "S".
       77 CN-BIMESTRE      PIC 9(01) VALUE ZERO.

      *Controle de fim de arquivo e da classificacao
       01 CN-EOF-ROSTER    PIC X(01) VALUE "N".
           88 CN-FIM-ROSTER        VALUE "S".
       01 CN-EOF-AVAL      PIC X(01) VALUE "N".
           88 CN-FIM-AVAL          VALUE "S".
       01 CN-EOF-SORT      PIC X(01) VALUE "N".
           88 CN-FIM-SORT          VALUE "S".
       01 CN-ROSTER-SW     PIC X(01) VALUE "N".
           88 CN-ROSTER-EXISTE     VALUE "S".

      *Conferencia do cabecalho e do rodape do MNROSTER roteado
       01 CN-LOTE-SW       PIC X(01) VALUE "N".
           88 CN-LOTE-VALIDO       VALUE "S".
       01 CN-CAB-VISTO-SW  PIC X(01) VALUE "N".
           88 CN-CAB-VISTO         VALUE "S".
       01 CN-ROD-VISTO-SW  PIC X(01) VALUE "N".
           88 CN-ROD-VISTO         VALUE "S".
       01 CN-LOTE-ERRO-SW  PIC X(01) VALUE "N".
           88 CN-LOTE-COM-ERRO     VALUE "S".
       77 CN-QTD-REGS      PIC 9(07) VALUE ZERO.
       77 CN-QTD-ROTEADOS  PIC 9(07) VALUE ZERO.
       77 CN-HASH-LIDO     PIC S9(13)V9 VALUE ZERO.
       77 CN-ROD-CONTADOR  PIC 9(07) VALUE ZERO.
       77 CN-ROD-HASH      PIC S9(13)V9 VALUE ZERO.

      *Regeneracao do cabecalho e do rodape do roster consolidado
       77 CN-QTD-GRAVADOS  PIC 9(07) VALUE ZERO.
       77 CN-HASH-SOMA     PIC S9(13)V9 VALUE ZERO.
       77 CN-ULTIMO-GRAVADO PIC 9(06) VALUE ZERO.
       01 CN-PRIMEIRO-SW   PIC X(01) VALUE "S".

       01 CN-SAIDA-CAB.
           05 CN-CAB-SEQUENCIA PIC 9(06) VALUE ZERO.
           05 CN-CAB-TIPO      PIC X(01) VALUE "0".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CN-CAB-ARQUIVO   PIC X(08) VALUE "MNROSTER".
           05 CN-CAB-DATA      PIC 9(08).
           05 FILLER           PIC X(20) VALUE SPACES.
       01 CN-SAIDA-ROD.
           05 CN-ROD-SEQUENCIA PIC 9(06) VALUE ZERO.
           05 CN-ROD-TIPO      PIC X(01) VALUE "9".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 CN-ROD-QTD       PIC 9(07).
           05 CN-ROD-SOMA PIC S9(13)V9 SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X(14) VALUE SPACES.

      *Selecao em MNAVAL: indice da avaliacao e notas que faltam
       77 CN-IND-AVAL      PIC 9(01) COMP.
       77 CN-QTD-FALTA     PIC 9(01) VALUE ZERO.

      *Totais
       77 CN-QTD-CONSOLIDADOS PIC 9(06) VALUE ZERO.
       77 CN-QTD-INCOMPLETOS PIC 9(06) VALUE ZERO.
       77 CN-QTD-INATIVOS  PIC 9(06) VALUE ZERO.
       77 CN-QTD-DUPLICADOS PIC 9(06) VALUE ZERO.
       77 CN-QTD-FORA      PIC 9(06) VALUE ZERO.
       77 CN-QTD-ED        PIC ZZZ,ZZ9.

      *Linha de aluno fora do roster no relatorio
       01 CN-LINHA-DET.
           05 CN-DET-MATRICULA PIC 9(06).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CN-DET-TURMA     PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CN-DET-SITUACAO  PIC X(28).
           05 CN-DET-AVAL      OCCURS 4 TIMES.
               10 CN-DET-FALTA PIC X(01).
               10 FILLER       PIC X(01) VALUE SPACE.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-LER-PARAMETROS THRU 1000-EXIT
           IF CN-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7500-VERIFICAR-RUNCTL THRU 7500-EXIT
           IF CN-RUN-JA-PROCESSADO
               MOVE 22 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-JA-PROCESSADA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 7700-VERIFICAR-FECHAMENTO THRU 7700-EXIT
           IF CN-PARM-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           IF NOT CN-CONSOLIDAR
               DISPLAY "DATA SEM FECHAMENTO DE BIMESTRE - NADA A "
                       "CONSOLIDAR"
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           DISPLAY "CONSOLIDACAO DAS NOTAS DO BIMESTRE " CN-BIMESTRE

           MOVE "N" TO CN-EOF-ROSTER
           OPEN INPUT CN-ROSTER-FILE
           IF CN-ROSTER-OK
               MOVE "S" TO CN-ROSTER-SW
               PERFORM 2000-VALIDAR-ROSTER THRU 2000-EXIT
               CLOSE CN-ROSTER-FILE
           ELSE
               DISPLAY "MNROSTER NAO ENCONTRADO - ROSTER DO DIA "
                       "SO COM AS NOTAS CONSOLIDADAS"
               MOVE "S" TO CN-LOTE-SW
           END-IF

           IF NOT CN-LOTE-VALIDO
               MOVE 21 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-CONTROLE-LOTE
               MOVE 8 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN I-O CN-AVAL-FILE
           IF NOT CN-AVAL-OK
               DISPLAY "MNAVAL NAO ENCONTRADO - NENHUMA NOTA A "
                       "CONSOLIDAR"
               MOVE 4 TO RETURN-CODE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN INPUT CN-ALUNOS-FILE
           IF NOT CN-ALUNOS-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MNALUNOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               CLOSE CN-AVAL-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
               GOBACK
           END-IF

           OPEN OUTPUT CN-REL-FILE
           MOVE SPACES TO CN-REL-REC
           STRING "CONSOLIDACAO DAS NOTAS NO ROSTER - BIMESTRE "
                  CN-BIMESTRE "  DATA " CN-DATA-REGISTRO
               DELIMITED BY SIZE INTO CN-REL-REC
           WRITE CN-REL-REC
           MOVE CN-LINHA TO CN-REL-REC
           WRITE CN-REL-REC

           PERFORM 6000-CONSOLIDAR-ROSTER THRU 6000-EXIT

           PERFORM 5000-GRAVAR-TOTAIS THRU 5000-EXIT

           CLOSE CN-REL-FILE
           CLOSE CN-AVAL-FILE
           CLOSE CN-ALUNOS-FILE

           IF CN-QTD-FORA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le de SISPARM as chaves deste passo: DATA-MOVIMENTO,
      * REPROCESSO (S = rodar de novo a data e reconsolidar os
      * alunos ja marcados em MNAVAL, para o roster regerado),
      * MN-CONSOLIDA (S = consolidar fora da data de fechamento)
      * e MN-BIMESTRE (bimestre a consolidar, no lugar do
      * bimestre do calendario).
      *----------------------------------------------------------
       1000-LER-PARAMETROS.
           OPEN INPUT CN-PARM-FILE
           IF CN-PARM-INEXISTENTE
               GO TO 1000-EXIT
           END-IF

           MOVE "N" TO CN-PARM-EOF-SW
           READ CN-PARM-FILE
               AT END
                   MOVE "S" TO CN-PARM-EOF-SW
           END-READ

           PERFORM 1100-TRATAR-PARAMETRO THRU 1100-EXIT
               UNTIL CN-PARM-FIM

           CLOSE CN-PARM-FILE.

       1000-EXIT.
           EXIT.

       1100-TRATAR-PARAMETRO.
           IF CN-PARM-REC(1:1) = "*" OR CN-PARM-REC = SPACES
               GO TO 1100-LER
           END-IF

           MOVE SPACES TO CN-PARM-CHAVE
           MOVE SPACES TO CN-PARM-VALOR
           UNSTRING CN-PARM-REC DELIMITED BY "="
               INTO CN-PARM-CHAVE CN-PARM-VALOR
           END-UNSTRING

           EVALUATE CN-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   DISPLAY "SISPARM: " CN-PARM-REC(1:40)
                   IF CN-PARM-VALOR(1:8) IS NUMERIC
                       MOVE CN-PARM-VALOR(1:8) TO CN-DATA-MOVIMENTO
                   ELSE
                       MOVE "S" TO CN-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               CN-PARM-REC(1:40)
                   END-IF
               WHEN "REPROCESSO"
                   DISPLAY "SISPARM: " CN-PARM-REC(1:40)
                   IF CN-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO CN-REPROCESSO-SW
                   END-IF
               WHEN "MN-CONSOLIDA"
                   DISPLAY "SISPARM: " CN-PARM-REC(1:40)
                   IF CN-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO CN-FORCA-SW
                   END-IF
               WHEN "MN-BIMESTRE"
                   DISPLAY "SISPARM: " CN-PARM-REC(1:40)
                   IF CN-PARM-VALOR(1:1) IS NUMERIC
                           AND CN-PARM-VALOR(1:1) NOT < "1"
                           AND CN-PARM-VALOR(1:1) NOT > "4"
                       MOVE CN-PARM-VALOR(1:1) TO CN-BIM-PARM
                   ELSE
                       MOVE "S" TO CN-PARM-ERRO-SW
                       DISPLAY "SISPARM: VALOR INVALIDO EM "
                               CN-PARM-REC(1:40)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-LER.
           READ CN-PARM-FILE
               AT END
                   MOVE "S" TO CN-PARM-EOF-SW
           END-READ.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere o cabecalho (arquivo MNROSTER e data do movimento)
      * e o rodape (quantidade de detalhes e soma de
      * TRAN-OPERANDO-1) do roster roteado, antes de mexer nele.
      *----------------------------------------------------------
       2000-VALIDAR-ROSTER.
           MOVE "N"  TO CN-LOTE-SW
           MOVE "N"  TO CN-CAB-VISTO-SW
           MOVE "N"  TO CN-ROD-VISTO-SW
           MOVE "N"  TO CN-LOTE-ERRO-SW
           MOVE ZERO TO CN-QTD-REGS
           MOVE ZERO TO CN-QTD-ROTEADOS
           MOVE ZERO TO CN-HASH-LIDO

           READ CN-ROSTER-FILE
               AT END
                   MOVE "S" TO CN-EOF-ROSTER
           END-READ

           PERFORM 2100-CONFERIR-REGISTRO THRU 2100-EXIT
               UNTIL CN-FIM-ROSTER

           IF NOT CN-CAB-VISTO
               DISPLAY "MNROSTER SEM CABECALHO DE CONTROLE"
               MOVE "S" TO CN-LOTE-ERRO-SW
           END-IF
           IF NOT CN-ROD-VISTO
               DISPLAY "MNROSTER SEM RODAPE DE CONTROLE"
               MOVE "S" TO CN-LOTE-ERRO-SW
           END-IF
           IF CN-ROD-VISTO AND CN-ROD-CONTADOR NOT = CN-QTD-ROTEADOS
               DISPLAY "MNROSTER COM QUANTIDADE DIVERGENTE DO RODAPE"
               MOVE "S" TO CN-LOTE-ERRO-SW
           END-IF
           IF CN-ROD-VISTO AND CN-ROD-HASH NOT = CN-HASH-LIDO
               DISPLAY "MNROSTER COM SOMA DE CONFERENCIA DIVERGENTE"
               MOVE "S" TO CN-LOTE-ERRO-SW
           END-IF

           IF NOT CN-LOTE-COM-ERRO
               MOVE "S" TO CN-LOTE-SW
           END-IF.

       2000-EXIT.
           EXIT.

       2100-CONFERIR-REGISTRO.
           ADD 1 TO CN-QTD-REGS
           EVALUATE TRUE
               WHEN CAB-E-CABECALHO
                   IF CN-QTD-REGS NOT = 1 OR CN-CAB-VISTO
                       DISPLAY "MNROSTER COM CABECALHO FORA DE LUGAR"
                       MOVE "S" TO CN-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO CN-CAB-VISTO-SW
                       IF CAB-ARQUIVO NOT = "MNROSTER"
                           DISPLAY "MNROSTER COM CABECALHO DE OUTRO "
                                   "ARQUIVO: " CAB-ARQUIVO
                           MOVE "S" TO CN-LOTE-ERRO-SW
                       END-IF
                       IF CAB-DATA-MOVTO NOT = CN-DATA-REGISTRO
                           DISPLAY "MNROSTER COM DATA DE MOVIMENTO "
                                   "ERRADA: " CAB-DATA-MOVTO
                           MOVE "S" TO CN-LOTE-ERRO-SW
                       END-IF
                   END-IF
               WHEN ROD-E-RODAPE
                   IF CN-ROD-VISTO
                       DISPLAY "MNROSTER COM MAIS DE UM RODAPE"
                       MOVE "S" TO CN-LOTE-ERRO-SW
                   ELSE
                       MOVE "S" TO CN-ROD-VISTO-SW
                       MOVE ROD-CONTADOR TO CN-ROD-CONTADOR
                       MOVE ROD-HASH     TO CN-ROD-HASH
                   END-IF
               WHEN OTHER
                   IF CN-ROD-VISTO
                       DISPLAY "MNROSTER COM REGISTRO APOS O RODAPE"
                       MOVE "S" TO CN-LOTE-ERRO-SW
                   END-IF
                   ADD 1 TO CN-QTD-ROTEADOS
                   IF TRAN-OPERANDO-1 IS NUMERIC
                       ADD TRAN-OPERANDO-1 TO CN-HASH-LIDO
                   END-IF
           END-EVALUATE

           READ CN-ROSTER-FILE
               AT END
                   MOVE "S" TO CN-EOF-ROSTER
           END-READ.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da consolidacao, no relatorio e no console.
      *----------------------------------------------------------
       5000-GRAVAR-TOTAIS.
           MOVE CN-LINHA TO CN-REL-REC
           WRITE CN-REL-REC

           MOVE SPACES TO CN-REL-REC
           MOVE CN-QTD-ROTEADOS TO CN-QTD-ED
           STRING "ROTEADOS NO DIA     : " CN-QTD-ED
               DELIMITED BY SIZE INTO CN-REL-REC
           WRITE CN-REL-REC
           DISPLAY CN-REL-REC(1:40)

           MOVE SPACES TO CN-REL-REC
           MOVE CN-QTD-CONSOLIDADOS TO CN-QTD-ED
           STRING "CONSOLIDADOS        : " CN-QTD-ED
               DELIMITED BY SIZE INTO CN-REL-REC
           WRITE CN-REL-REC
           DISPLAY CN-REL-REC(1:40)

           MOVE SPACES TO CN-REL-REC
           MOVE CN-QTD-INCOMPLETOS TO CN-QTD-ED
           STRING "FORA - SEM NOTA     : " CN-QTD-ED
               DELIMITED BY SIZE INTO CN-REL-REC
           WRITE CN-REL-REC
           DISPLAY CN-REL-REC(1:40)

           MOVE SPACES TO CN-REL-REC
           MOVE CN-QTD-INATIVOS TO CN-QTD-ED
           STRING "FORA - INATIVO      : " CN-QTD-ED
               DELIMITED BY SIZE INTO CN-REL-REC
           WRITE CN-REL-REC
           DISPLAY CN-REL-REC(1:40)

           MOVE SPACES TO CN-REL-REC
           MOVE CN-QTD-DUPLICADOS TO CN-QTD-ED
           STRING "FORA - JA ROTEADO   : " CN-QTD-ED
               DELIMITED BY SIZE INTO CN-REL-REC
           WRITE CN-REL-REC
           DISPLAY CN-REL-REC(1:40)

           MOVE SPACES TO CN-REL-REC
           MOVE CN-QTD-GRAVADOS TO CN-QTD-ED
           STRING "DETALHES NO ROSTER  : " CN-QTD-ED
               DELIMITED BY SIZE INTO CN-REL-REC
           WRITE CN-REL-REC
           DISPLAY CN-REL-REC(1:40).

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Consolidacao: classifica os detalhes roteados junto com os
      * alunos completos de MNAVAL, grava o roster no arquivo de
      * trabalho com cabecalho e rodape regenerados e regrava
      * MNROSTER a partir dele.
      *----------------------------------------------------------
       6000-CONSOLIDAR-ROSTER.
           OPEN OUTPUT CN-GUARDA-FILE
           MOVE CN-DATA-REGISTRO TO CN-CAB-DATA
           MOVE CN-SAIDA-CAB TO CN-GUARDA-REC
           WRITE CN-GUARDA-REC

           MOVE ZERO TO CN-QTD-GRAVADOS
           MOVE ZERO TO CN-HASH-SOMA
           MOVE ZERO TO CN-ULTIMO-GRAVADO
           MOVE "S"  TO CN-PRIMEIRO-SW

           SORT CN-SORT-FILE
               ON ASCENDING KEY CN-SORT-ID
               ON DESCENDING KEY CN-SORT-ORIGEM
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 6100-LIBERAR-DETALHES
                   THRU 6100-EXIT
               OUTPUT PROCEDURE IS 6300-GRAVAR-ROSTER
                   THRU 6300-EXIT

           MOVE CN-QTD-GRAVADOS TO CN-ROD-QTD
           MOVE CN-HASH-SOMA    TO CN-ROD-SOMA
           MOVE CN-SAIDA-ROD    TO CN-GUARDA-REC
           WRITE CN-GUARDA-REC
           CLOSE CN-GUARDA-FILE

           PERFORM 6500-REGRAVAR-ROSTER THRU 6500-EXIT.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de entrada da classificacao: libera os
      * detalhes roteados de MNROSTER (controles ficam de fora e
      * sao regenerados na saida) e depois os alunos de MNAVAL no
      * bimestre.
      *----------------------------------------------------------
       6100-LIBERAR-DETALHES.
           IF CN-ROSTER-EXISTE
               MOVE "N" TO CN-EOF-ROSTER
               OPEN INPUT CN-ROSTER-FILE
               READ CN-ROSTER-FILE
                   AT END
                       MOVE "S" TO CN-EOF-ROSTER
               END-READ
               PERFORM 6150-LIBERAR-ROTEADO THRU 6150-EXIT
                   UNTIL CN-FIM-ROSTER
               CLOSE CN-ROSTER-FILE
           END-IF

           MOVE "N"   TO CN-EOF-AVAL
           MOVE ZEROS TO AVL-CHAVE
           START CN-AVAL-FILE KEY IS NOT LESS THAN AVL-CHAVE
               INVALID KEY
                   MOVE "S" TO CN-EOF-AVAL
           END-START

           PERFORM 6200-SELECIONAR-AVALIACAO THRU 6200-EXIT
               UNTIL CN-FIM-AVAL.

       6100-EXIT.
           EXIT.

       6150-LIBERAR-ROTEADO.
           IF NOT CAB-E-CABECALHO AND NOT ROD-E-RODAPE
               MOVE TRAN-REC TO CN-SORT-TRAN
               MOVE "R" TO CN-SORT-ORIGEM
               RELEASE CN-SORT-REC
           END-IF

           READ CN-ROSTER-FILE
               AT END
                   MOVE "S" TO CN-EOF-ROSTER
           END-READ.

       6150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Seleciona o registro corrente de MNAVAL: so o bimestre
      * consolidado e, sem REPROCESSO, so o que ainda nao foi
      * consolidado. Aluno inativo ou fora do cadastro e aluno
      * com nota faltando ficam fora do roster e saem no
      * relatorio.
      *----------------------------------------------------------
       6200-SELECIONAR-AVALIACAO.
           READ CN-AVAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CN-EOF-AVAL
                   GO TO 6200-EXIT
           END-READ

           IF AVL-BIMESTRE NOT = CN-BIMESTRE
               GO TO 6200-EXIT
           END-IF
           IF AVL-JA-CONSOLIDADO AND NOT CN-REPROCESSO-PEDIDO
               GO TO 6200-EXIT
           END-IF

           MOVE ZERO TO CN-QTD-FALTA
           MOVE 1 TO CN-IND-AVAL
           PERFORM 6250-CONFERIR-NOTA THRU 6250-EXIT
               UNTIL CN-IND-AVAL > 4

           MOVE AVL-MATRICULA TO ALU-MATRICULA
           READ CN-ALUNOS-FILE
               INVALID KEY
                   MOVE SPACE TO ALU-SITUACAO
           END-READ
           IF NOT ALU-ATIVO
               ADD 1 TO CN-QTD-INATIVOS
               ADD 1 TO CN-QTD-FORA
               MOVE "ALUNO INATIVO/NAO CADASTRADO"
                   TO CN-DET-SITUACAO
               PERFORM 6270-GRAVAR-FORA THRU 6270-EXIT
               GO TO 6200-EXIT
           END-IF

           IF CN-QTD-FALTA > ZERO
               ADD 1 TO CN-QTD-INCOMPLETOS
               ADD 1 TO CN-QTD-FORA
               MOVE "FORA DO ROSTER - SEM NOTA:"
                   TO CN-DET-SITUACAO
               PERFORM 6270-GRAVAR-FORA THRU 6270-EXIT
               GO TO 6200-EXIT
           END-IF

           MOVE AVL-MATRICULA TO CN-SORT-ID
           MOVE "M"           TO CN-SORT-ALVO
           MOVE ZERO          TO CN-SORT-OPCAO
           MOVE AVL-NOTA(1)   TO CN-SORT-OPERANDO-1
           MOVE AVL-NOTA(2)   TO CN-SORT-OPERANDO-2
           MOVE AVL-NOTA(3)   TO CN-SORT-OPERANDO-3
           MOVE AVL-NOTA(4)   TO CN-SORT-OPERANDO-4
           MOVE "C"           TO CN-SORT-ORIGEM
           RELEASE CN-SORT-REC.

       6200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Marca, para a linha do relatorio, a avaliacao corrente
      * como faltando (o numero dela) ou lancada ("-").
      *----------------------------------------------------------
       6250-CONFERIR-NOTA.
           IF AVL-NOTA-LANCADA(CN-IND-AVAL)
               MOVE "-" TO CN-DET-FALTA(CN-IND-AVAL)
           ELSE
               MOVE CN-IND-AVAL TO CN-DET-FALTA(CN-IND-AVAL)
               ADD 1 TO CN-QTD-FALTA
           END-IF
           ADD 1 TO CN-IND-AVAL.

       6250-EXIT.
           EXIT.

       6270-GRAVAR-FORA.
           MOVE AVL-MATRICULA TO CN-DET-MATRICULA
           MOVE AVL-TURMA     TO CN-DET-TURMA
           MOVE CN-LINHA-DET  TO CN-REL-REC
           WRITE CN-REL-REC.

       6270-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procedimento de saida da classificacao: grava os detalhes
      * em ordem de matricula. Roteado sempre vai (duplicata
      * roteada e assunto do MN-PREEDIT); consolidado so vai se a
      * matricula ainda nao foi gravada, e entao e marcado em
      * MNAVAL.
      *----------------------------------------------------------
       6300-GRAVAR-ROSTER.
           MOVE "N" TO CN-EOF-SORT
           PERFORM 6400-GRAVAR-DETALHE THRU 6400-EXIT
               UNTIL CN-FIM-SORT.

       6300-EXIT.
           EXIT.

       6400-GRAVAR-DETALHE.
           RETURN CN-SORT-FILE
               AT END
                   MOVE "S" TO CN-EOF-SORT
                   GO TO 6400-EXIT
           END-RETURN

           IF CN-SORT-CONSOLIDADO
                   AND CN-PRIMEIRO-SW = "N"
                   AND CN-SORT-ID = CN-ULTIMO-GRAVADO
               ADD 1 TO CN-QTD-DUPLICADOS
               ADD 1 TO CN-QTD-FORA
               MOVE CN-SORT-ID TO CN-DET-MATRICULA
               MOVE SPACES     TO CN-DET-TURMA
               MOVE "JA NO ROSTER DO DIA"
                   TO CN-DET-SITUACAO
               MOVE SPACES TO CN-DET-AVAL(1) CN-DET-AVAL(2)
                              CN-DET-AVAL(3) CN-DET-AVAL(4)
               MOVE CN-LINHA-DET TO CN-REL-REC
               WRITE CN-REL-REC
               GO TO 6400-EXIT
           END-IF

           MOVE "N" TO CN-PRIMEIRO-SW
           MOVE CN-SORT-ID TO CN-ULTIMO-GRAVADO
           MOVE CN-SORT-TRAN TO CN-GUARDA-REC
           WRITE CN-GUARDA-REC
           ADD 1 TO CN-QTD-GRAVADOS
           ADD CN-SORT-OPERANDO-1 TO CN-HASH-SOMA

           IF CN-SORT-CONSOLIDADO
               PERFORM 6450-MARCAR-CONSOLIDADO THRU 6450-EXIT
           END-IF.

       6400-EXIT.
           EXIT.

       6450-MARCAR-CONSOLIDADO.
           ADD 1 TO CN-QTD-CONSOLIDADOS
           MOVE CN-SORT-ID  TO AVL-MATRICULA
           MOVE CN-BIMESTRE TO AVL-BIMESTRE
           READ CN-AVAL-FILE
               INVALID KEY
                   GO TO 6450-EXIT
           END-READ
           MOVE "S" TO AVL-CONSOLIDADO
           REWRITE AVL-REC.

       6450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Regrava MNROSTER a partir do arquivo de trabalho.
      *----------------------------------------------------------
       6500-REGRAVAR-ROSTER.
           MOVE "N" TO CN-EOF-ROSTER
           OPEN INPUT CN-GUARDA-FILE
           OPEN OUTPUT CN-ROSTER-FILE

           PERFORM 6600-COPIAR-CONSOLIDADO THRU 6600-EXIT
               UNTIL CN-FIM-ROSTER

           CLOSE CN-GUARDA-FILE
           CLOSE CN-ROSTER-FILE.

       6500-EXIT.
           EXIT.

       6600-COPIAR-CONSOLIDADO.
           READ CN-GUARDA-FILE
               AT END
                   MOVE "S" TO CN-EOF-ROSTER
               NOT AT END
                   MOVE CN-GUARDA-REC TO TRAN-REC
                   WRITE TRAN-REC
           END-READ.

       6600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada pela MN-CONSOLIDA.
      * REPROCESSO=S em SISPARM autoriza rodar de novo.
      *----------------------------------------------------------
       7500-VERIFICAR-RUNCTL.
           MOVE "N" TO CN-RUN-JA-SW
           ACCEPT CN-HORA-INICIO FROM TIME
           IF CN-DATA-MOVIMENTO > ZERO
               MOVE CN-DATA-MOVIMENTO TO CN-DATA-REGISTRO
           ELSE
               ACCEPT CN-DATA-REGISTRO FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT CN-RUN-FILE
           IF CN-RUNCTL-INEXISTENTE
               GO TO 7500-EXIT
           END-IF

           MOVE "N" TO CN-RUN-EOF-SW
           READ CN-RUN-FILE
               AT END
                   MOVE "S" TO CN-RUN-EOF-SW
           END-READ

           PERFORM 7550-CONFERIR-EXECUCAO THRU 7550-EXIT
               UNTIL CN-RUN-FIM-ARQ

           CLOSE CN-RUN-FILE

           IF CN-RUN-JA-PROCESSADO AND CN-REPROCESSO-PEDIDO
               MOVE "N" TO CN-RUN-JA-SW
               DISPLAY "REPROCESSO AUTORIZADO POR SISPARM"
           END-IF.

       7500-EXIT.
           EXIT.

       7550-CONFERIR-EXECUCAO.
           MOVE CN-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "MN-CONSOLIDA"
                   AND RUN-DATA-MOV = CN-DATA-REGISTRO
                   AND (RUN-COMPLETO OR RUN-AVISO)
               MOVE "S" TO CN-RUN-JA-SW
           END-IF
           READ CN-RUN-FILE
               AT END
                   MOVE "S" TO CN-RUN-EOF-SW
           END-READ.

       7550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT: situacao C (limpa), A
      * (com alunos fora do roster) ou E (erro fatal), derivada
      * do codigo de condicao; processados = alunos juntados ao
      * roster, rejeitados = alunos deixados de fora.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND CN-RUN-FILE
           IF CN-RUNCTL-INEXISTENTE
               OPEN OUTPUT CN-RUN-FILE
           END-IF

           MOVE "MN-CONSOLIDA"   TO RUN-PROGRAMA
           MOVE CN-DATA-REGISTRO TO RUN-DATA-MOV
           MOVE CN-HORA-INICIO   TO RUN-INICIO-HORA
           ACCEPT CN-HORA-FIM FROM TIME
           MOVE CN-HORA-FIM      TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE CN-QTD-CONSOLIDADOS TO RUN-QTD-PROC
           MOVE CN-QTD-FORA         TO RUN-QTD-REJ
           MOVE RUN-LINHA TO CN-RUN-REC
           WRITE CN-RUN-REC
           CLOSE CN-RUN-FILE.

       7600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Decide se a data do movimento e dia de consolidar: data de
      * fechamento de bimestre no calendario (SISCAL), ou
      * MN-CONSOLIDA=S em SISPARM. O bimestre vem de MN-BIMESTRE,
      * quando informado, ou do calendario. SISCAL ausente so
      * permite a consolidacao forcada, e sem ela o passo termina
      * com RC 4 de aviso; consolidacao forcada sem bimestre
      * conhecido e erro de parametro.
      *----------------------------------------------------------
       7700-VERIFICAR-FECHAMENTO.
           MOVE "N" TO CN-CONSOLIDAR-SW
           MOVE CN-BIM-PARM TO CN-BIMESTRE

           OPEN INPUT CN-CAL-FILE
           IF NOT CN-CAL-OK
               IF CN-FORCADA
                   DISPLAY "SISCAL NAO ENCONTRADO - CONSOLIDACAO "
                           "FORCADA POR SISPARM"
                   MOVE "S" TO CN-CONSOLIDAR-SW
               ELSE
                   DISPLAY "SISCAL NAO ENCONTRADO - FECHAMENTO DO "
                           "BIMESTRE NAO CONFERIDO"
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 7700-BIMESTRE
           END-IF

           MOVE CN-DATA-REGISTRO TO CAL-DATA
           READ CN-CAL-FILE
               INVALID KEY
                   DISPLAY "DATA FORA DO CALENDARIO ESCOLAR: "
                           CN-DATA-REGISTRO
               NOT INVALID KEY
                   IF CN-BIMESTRE = ZERO
                       MOVE CAL-BIMESTRE TO CN-BIMESTRE
                   END-IF
                   IF CAL-FECHAMENTO-BIM
                       MOVE "S" TO CN-CONSOLIDAR-SW
                   END-IF
           END-READ
           CLOSE CN-CAL-FILE

           IF CN-FORCADA AND NOT CN-CONSOLIDAR
               DISPLAY "CONSOLIDACAO FORCADA POR SISPARM"
               MOVE "S" TO CN-CONSOLIDAR-SW
           END-IF.

       7700-BIMESTRE.
           IF CN-CONSOLIDAR
                   AND (CN-BIMESTRE < 1 OR CN-BIMESTRE > 4)
               DISPLAY "BIMESTRE A CONSOLIDAR NAO INFORMADO "
                       "(MN-BIMESTRE)"
               MOVE "S" TO CN-PARM-ERRO-SW
           END-IF.

       7700-EXIT.
           EXIT.
