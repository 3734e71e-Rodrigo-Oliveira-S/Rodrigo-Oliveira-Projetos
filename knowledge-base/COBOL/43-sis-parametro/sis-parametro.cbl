       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIS-PARAMETRO.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para gerar e conferir o
      *               SISPARM da noite - ate aqui o dataset era
      *               editado a mao todo dia, e uma DATA-MOVIMENTO
      *               esquecida, um MN-BIMESTRE trocado ou uma chave
      *               digitada errado so apareciam no meio da cadeia
      *               (ou nunca: chave desconhecida e ignorada e o
      *               programa segue com o padrao). Modo 1 (SYSIN,
      *               job SISPARMG, antes do SISLOTE): gera o
      *               SISPARM do proximo dia letivo do calendario
      *               escolar (SISCAL) depois da ultima noite
      *               completa do ROTEADOR-LOTE em SISRUNCT (ou de
      *               uma data informada no SYSIN), com MN-BIMESTRE
      *               do calendario, MN-CONSOLIDA e MN-FEED-COMPLETO
      *               ligados na data de fechamento de bimestre, e
      *               as demais chaves copiadas do modelo
      *               permanente SISPARMMD. Modo 2 (STEP001 do
      *               SISLOTE): so confere. Nos dois modos cada
      *               chave do arquivo e conferida contra o
      *               dicionario PRMDIC (chave conhecida, valor na
      *               regra do programa que a le, sem repeticao),
      *               a DATA-MOVIMENTO obrigatoria contra o
      *               calendario e o MN-BIMESTRE contra o da data,
      *               e a soma de MN-PESO1 a MN-PESO4. Relatorio em
      *               PRMREL com os programas que leem cada chave.
      *               Erro termina com ERRO 27 e RC 8, para a noite
      *               nao comecar; CALEND-IGNORA=S, REPROCESSO=S,
      *               SISCAL ausente ou chave da noite posta no
      *               modelo terminam com RC 4 de aviso.
      * 2026-10-15 RO Chave CT-GD-ESCALA-ANT do CT-GRAUS-DIA no
      *               dicionario (39 chaves).
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PG-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-PARM-STATUS.

      *Modelo permanente: as chaves que nao dependem do dia
           SELECT PG-MOD-FILE ASSIGN TO "SISPARMMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-MOD-STATUS.

           SELECT PG-RUN-FILE ASSIGN TO "SISRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-RUN-STATUS.

           SELECT PG-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS PG-CAL-STATUS.

           SELECT PG-REL-FILE ASSIGN TO "PRMREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PG-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PG-PARM-REC            PIC X(80).

       FD  PG-MOD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PG-MOD-REC             PIC X(80).

       FD  PG-RUN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PG-RUN-REC             PIC X(80).

       FD  PG-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  PG-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PG-REL-REC             PIC X(80).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.

      *Dicionario das chaves validas de SISPARM
           COPY PRMDIC.

       01 PG-LINHA         PIC X(80) VALUE ALL "=".

      *Status dos arquivos; 35 = arquivo ainda nao existe
       01 PG-PARM-STATUS   PIC X(02).
           88 PG-PARM-OK           VALUE "00".
           88 PG-PARM-INEXISTENTE  VALUE "35".
       01 PG-MOD-STATUS    PIC X(02).
           88 PG-MOD-OK            VALUE "00".
           88 PG-MOD-INEXISTENTE   VALUE "35".
       01 PG-RUN-STATUS    PIC X(02).
           88 PG-RUNCTL-OK         VALUE "00".
           88 PG-RUNCTL-INEXISTENTE VALUE "35".
       01 PG-CAL-STATUS    PIC X(02).
           88 PG-CAL-OK            VALUE "00".
           88 PG-CAL-INEXISTENTE   VALUE "35".

      *Opcoes do SYSIN: modo e, no modo 1, a data a gerar (zero =
      *proximo dia letivo depois da ultima noite)
       01 PG-MODO-X        PIC X(01) VALUE SPACE.
       01 PG-MODO          PIC 9(01) VALUE ZERO.
           88 PG-MODO-GERAR        VALUE 1.
           88 PG-MODO-CONFERIR     VALUE 2.
       01 PG-DATA-INFORMADA PIC X(08) VALUE SPACES.
       01 PG-OPCAO-ERRO-SW PIC X(01) VALUE "N".
           88 PG-OPCAO-COM-ERRO    VALUE "S".
       77 PG-DATA-PEDIDA   PIC 9(08) VALUE ZERO.

      *Geracao: ultima noite da cadeia e dia letivo escolhido
       77 PG-DATA-HOJE     PIC 9(08) VALUE ZERO.
       77 PG-DATA-BASE     PIC 9(08) VALUE ZERO.
       77 PG-DATA-GERADA   PIC 9(08) VALUE ZERO.
       77 PG-BIM-GERADO    PIC 9(01) VALUE ZERO.
       01 PG-FECHAMENTO-SW PIC X(01) VALUE "N".
           88 PG-DIA-FECHAMENTO    VALUE "S".
       01 PG-LETIVO-SW     PIC X(01) VALUE "N".
           88 PG-LETIVO-ACHADO     VALUE "S".
       01 PG-FALHA-SW      PIC X(01) VALUE "N".
           88 PG-GERACAO-FALHOU    VALUE "S".
       01 PG-CAL-SW        PIC X(01) VALUE "N".
           88 PG-CAL-AUSENTE       VALUE "S".
       01 PG-EOF-SW        PIC X(01) VALUE "N".
           88 PG-FIM               VALUE "S".
       01 PG-ACHOU-SW      PIC X(01) VALUE "N".
           88 PG-ACHOU             VALUE "S".

      *Linha de SISPARM em conferencia
       01 PG-PARM-CHAVE    PIC X(20).
       01 PG-PARM-VALOR    PIC X(40).
       77 PG-QTD-IGUAL     PIC 9(02) COMP.

      *Entrada do dicionario da chave e chaves ja vistas no arquivo
       77 PG-IND           PIC 9(02) COMP.
       77 PG-IND-ACHADO    PIC 9(02) COMP.
       01 PG-TAB-VISTAS    VALUE ALL "N".
           05 PG-VISTA-SW      PIC X(01) OCCURS 39 TIMES.

      *Conferencia do valor contra a regra do dicionario
       01 PG-VALOR-SW      PIC X(01) VALUE "N".
           88 PG-VALOR-OK          VALUE "S".
       77 PG-TAM-VALOR     PIC 9(02) COMP.
       77 PG-POS           PIC 9(02) COMP.
       77 PG-NUMERO        PIC 9(08) VALUE ZERO.
       77 PG-CONT-LISTA    PIC 9(02) COMP.
       01 PG-DIG-X         PIC X(01).
       01 PG-DIG-9 REDEFINES PG-DIG-X PIC 9(01).
       01 PG-DATA-AUX.
           05 PG-AUX-ANO       PIC 9(04).
           05 PG-AUX-MES       PIC 9(02).
           05 PG-AUX-DIA       PIC 9(02).
       77 PG-DEC-INTEIRO   PIC 9(02) VALUE ZERO.
       77 PG-DEC-DECIMAL   PIC 9(01) VALUE ZERO.
       77 PG-MIN-ED        PIC ZZZ9.
       77 PG-MAX-ED        PIC ZZZ9.

      *Valores guardados para as conferencias entre chaves
       77 PG-DATA-MOVIMENTO PIC 9(08) VALUE ZERO.
       77 PG-BIMESTRE      PIC 9(01) VALUE ZERO.
       77 PG-SOMA-PESOS    PIC 9(04) VALUE ZERO.
       01 PG-PESO-SW       PIC X(01) VALUE "N".
           88 PG-PESO-INFORMADO    VALUE "S".
       01 PG-CALEND-IGNORA-SW PIC X(01) VALUE "N".
           88 PG-CALEND-IGNORA     VALUE "S".
       01 PG-REPROCESSO-SW PIC X(01) VALUE "N".
           88 PG-REPROCESSO        VALUE "S".

      *Horario da execucao, para SISRUNCT
       77 PG-HORA-INICIO   PIC 9(08) VALUE ZERO.
       77 PG-HORA-FIM      PIC 9(08) VALUE ZERO.

      *Contadores
       77 PG-QTD-LINHAS    PIC 9(06) VALUE ZERO.
       77 PG-QTD-CHAVES    PIC 9(06) VALUE ZERO.
       77 PG-QTD-ERROS     PIC 9(06) VALUE ZERO.
       77 PG-QTD-AVISOS    PIC 9(06) VALUE ZERO.
       77 PG-QTD-MODELO    PIC 9(06) VALUE ZERO.
       77 PG-QTD-IGNORADAS PIC 9(06) VALUE ZERO.
       77 PG-QTD-ED        PIC ZZZ,ZZ9.

      *Linhas do relatorio
       01 PG-LINHA-TIT.
           05 FILLER           PIC X(30)
               VALUE "SIS-PARAMETRO - SISPARM DO ".
           05 PG-TIT-ACAO      PIC X(40).
           05 FILLER           PIC X(10) VALUE SPACES.

       01 PG-LINHA-CAB.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "CHAVE".
           05 FILLER           PIC X(17) VALUE "VALOR".
           05 FILLER           PIC X(40) VALUE "SITUACAO".

       01 PG-LINHA-DET.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PG-DET-CHAVE     PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PG-DET-VALOR     PIC X(16).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PG-DET-SITUACAO  PIC X(40).

       01 PG-LINHA-COMPL.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 PG-COMPL-ROTULO  PIC X(10).
           05 PG-COMPL-TEXTO   PIC X(44).
           05 FILLER           PIC X(20) VALUE SPACES.

       01 PG-LINHA-TOT.
           05 PG-TOT-ROTULO    PIC X(36).
           05 FILLER           PIC X(02) VALUE ": ".
           05 PG-TOT-QTD       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT PG-HORA-INICIO FROM TIME
           ACCEPT PG-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM 1000-LER-OPCOES THRU 1000-EXIT
           IF PG-OPCAO-COM-ERRO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PG-CAL-FILE
           IF NOT PG-CAL-OK
               MOVE "S" TO PG-CAL-SW
           END-IF

           OPEN OUTPUT PG-REL-FILE
           IF PG-MODO-GERAR
               MOVE "GERACAO E CONFERENCIA" TO PG-TIT-ACAO
           ELSE
               MOVE "CONFERENCIA" TO PG-TIT-ACAO
           END-IF
           MOVE PG-LINHA-TIT TO PG-REL-REC
           WRITE PG-REL-REC
           DISPLAY PG-REL-REC(1:60)
           MOVE PG-LINHA TO PG-REL-REC
           WRITE PG-REL-REC

           IF PG-MODO-GERAR
               PERFORM 2000-GERAR-PARAMETROS THRU 2000-EXIT
           END-IF

           IF NOT PG-GERACAO-FALHOU
               PERFORM 4000-CONFERIR-PARAMETROS THRU 4000-EXIT
           END-IF

           PERFORM 6900-GRAVAR-TOTAIS THRU 6900-EXIT
           CLOSE PG-REL-FILE
           IF NOT PG-CAL-AUSENTE
               CLOSE PG-CAL-FILE
           END-IF

           EVALUATE TRUE
               WHEN PG-GERACAO-FALHOU
                   MOVE 8 TO RETURN-CODE
               WHEN PG-QTD-ERROS > ZERO
                   MOVE 27 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-PARAMETRO-INVALIDO
                   MOVE 8 TO RETURN-CODE
               WHEN PG-QTD-AVISOS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT

           GOBACK.

      *----------------------------------------------------------
      * Le do SYSIN o modo (1 = gerar e conferir, 2 = so
      * conferir) e, no modo 1, a data a gerar: zero ou branco
      * escolhe o proximo dia letivo depois da ultima noite; uma
      * data forca aquele dia (noite fora de ordem, reprocesso).
      * O SISPARM nao serve aqui: e ele que se gera ou confere.
      *----------------------------------------------------------
       1000-LER-OPCOES.
           DISPLAY "Modo (1=gerar e conferir, 2=conferir): "
               WITH NO ADVANCING
           ACCEPT PG-MODO-X
           DISPLAY " "
           IF PG-MODO-X IS NUMERIC
               MOVE PG-MODO-X TO PG-MODO
           END-IF
           IF NOT PG-MODO-GERAR AND NOT PG-MODO-CONFERIR
               MOVE "S" TO PG-OPCAO-ERRO-SW
               GO TO 1000-EXIT
           END-IF
           IF PG-MODO-CONFERIR
               GO TO 1000-EXIT
           END-IF

           DISPLAY "Data do movimento (AAAAMMDD, 0=proximo letivo): "
               WITH NO ADVANCING
           ACCEPT PG-DATA-INFORMADA
           DISPLAY " "
           IF PG-DATA-INFORMADA = SPACES
                   OR PG-DATA-INFORMADA = "0"
                   OR PG-DATA-INFORMADA = "00000000"
               MOVE ZERO TO PG-DATA-PEDIDA
           ELSE
               IF PG-DATA-INFORMADA IS NUMERIC
                   MOVE PG-DATA-INFORMADA TO PG-DATA-PEDIDA
               ELSE
                   MOVE "S" TO PG-OPCAO-ERRO-SW
               END-IF
           END-IF.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Gera o SISPARM da noite: escolhe o dia letivo no
      * calendario, grava as chaves que dependem dele e copia do
      * modelo permanente as demais. Uma chave gerada ou avulsa
      * (REPROCESSO, CALEND-IGNORA) encontrada no modelo nao e
      * copiada e vira aviso: a geracao prevalece, e a chave
      * avulsa so deve entrar a mao na noite que precisar dela.
      * Sem calendario, sem dia letivo ou sem modelo o SISPARM
      * anterior fica como esta e o passo termina com RC 8.
      *----------------------------------------------------------
       2000-GERAR-PARAMETROS.
           IF PG-CAL-AUSENTE
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "SISCAL AUSENTE - SISPARM NAO GERADO"
               MOVE "S" TO PG-FALHA-SW
               GO TO 2000-EXIT
           END-IF

           IF PG-DATA-PEDIDA > ZERO
               PERFORM 2300-CONFERIR-DATA-PEDIDA THRU 2300-EXIT
           ELSE
               PERFORM 2100-APURAR-ULTIMA-NOITE THRU 2100-EXIT
               PERFORM 2200-PROCURAR-LETIVO THRU 2200-EXIT
           END-IF
           IF PG-GERACAO-FALHOU
               GO TO 2000-EXIT
           END-IF

           IF PG-BIM-GERADO < 1 OR PG-BIM-GERADO > 4
               MOVE 12 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-FORA-DE-FAIXA
               DISPLAY "BIMESTRE DO CALENDARIO INVALIDO EM "
                       PG-DATA-GERADA
               MOVE "S" TO PG-FALHA-SW
               GO TO 2000-EXIT
           END-IF

           OPEN INPUT PG-MOD-FILE
           IF NOT PG-MOD-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "MODELO SISPARMMD AUSENTE - SISPARM NAO GERADO"
               MOVE "S" TO PG-FALHA-SW
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO PG-REL-REC
           IF PG-DATA-BASE > ZERO
               STRING "ULTIMA NOITE DA CADEIA EM SISRUNCT: "
                      PG-DATA-BASE
                   DELIMITED BY SIZE INTO PG-REL-REC
           ELSE
               IF PG-DATA-PEDIDA > ZERO
                   STRING "DATA INFORMADA NO SYSIN: "
                          PG-DATA-PEDIDA
                       DELIMITED BY SIZE INTO PG-REL-REC
               ELSE
                   STRING "SEM NOITE EM SISRUNCT - A PARTIR DE "
                          PG-DATA-HOJE
                       DELIMITED BY SIZE INTO PG-REL-REC
               END-IF
           END-IF
           WRITE PG-REL-REC
           DISPLAY PG-REL-REC(1:60)

           MOVE SPACES TO PG-REL-REC
           STRING "SISPARM GERADO PARA O MOVIMENTO DE "
                  PG-DATA-GERADA " - BIMESTRE " PG-BIM-GERADO
               DELIMITED BY SIZE INTO PG-REL-REC
           WRITE PG-REL-REC
           DISPLAY PG-REL-REC(1:60)
           IF PG-DIA-FECHAMENTO
               MOVE SPACES TO PG-REL-REC
               STRING "FECHAMENTO DE BIMESTRE: MN-CONSOLIDA=S E "
                      "MN-FEED-COMPLETO=S"
                   DELIMITED BY SIZE INTO PG-REL-REC
               WRITE PG-REL-REC
               DISPLAY PG-REL-REC(1:64)
           END-IF

           OPEN OUTPUT PG-PARM-FILE
           MOVE SPACES TO PG-PARM-REC
           STRING "* GERADO PELO SIS-PARAMETRO EM " PG-DATA-HOJE
                  " (CALENDARIO ESCOLAR E MODELO SISPARMMD)"
               DELIMITED BY SIZE INTO PG-PARM-REC
           WRITE PG-PARM-REC

           MOVE SPACES TO PG-PARM-REC
           STRING "DATA-MOVIMENTO=" PG-DATA-GERADA
               DELIMITED BY SIZE INTO PG-PARM-REC
           WRITE PG-PARM-REC
           MOVE SPACES TO PG-PARM-REC
           STRING "MN-BIMESTRE=" PG-BIM-GERADO
               DELIMITED BY SIZE INTO PG-PARM-REC
           WRITE PG-PARM-REC
           IF PG-DIA-FECHAMENTO
               MOVE "MN-CONSOLIDA=S" TO PG-PARM-REC
               WRITE PG-PARM-REC
               MOVE "MN-FEED-COMPLETO=S" TO PG-PARM-REC
               WRITE PG-PARM-REC
           ELSE
               MOVE "MN-CONSOLIDA=N" TO PG-PARM-REC
               WRITE PG-PARM-REC
               MOVE "MN-FEED-COMPLETO=N" TO PG-PARM-REC
               WRITE PG-PARM-REC
           END-IF

           MOVE "N" TO PG-EOF-SW
           PERFORM 2500-COPIAR-MODELO THRU 2500-EXIT
               UNTIL PG-FIM

           CLOSE PG-MOD-FILE
           CLOSE PG-PARM-FILE
           MOVE PG-LINHA TO PG-REL-REC
           WRITE PG-REL-REC.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Ultima data de movimento completa (C ou A) do
      * ROTEADOR-LOTE, o primeiro passo de processamento da
      * cadeia. Uma noite estornada (situacao R) nao conta: o
      * proximo SISPARM volta a ser o da data estornada.
      *----------------------------------------------------------
       2100-APURAR-ULTIMA-NOITE.
           MOVE ZERO TO PG-DATA-BASE
           OPEN INPUT PG-RUN-FILE
           IF NOT PG-RUNCTL-OK
               GO TO 2100-EXIT
           END-IF

           MOVE "N" TO PG-EOF-SW
           PERFORM 2150-LER-EXECUCAO THRU 2150-EXIT
               UNTIL PG-FIM

           CLOSE PG-RUN-FILE.

       2100-EXIT.
           EXIT.

       2150-LER-EXECUCAO.
           READ PG-RUN-FILE
               AT END
                   MOVE "S" TO PG-EOF-SW
                   GO TO 2150-EXIT
           END-READ

           MOVE PG-RUN-REC TO RUN-LINHA
           IF RUN-PROGRAMA = "ROTEADOR-LOTE"
                   AND (RUN-COMPLETO OR RUN-AVISO)
                   AND RUN-DATA-MOV > PG-DATA-BASE
               MOVE RUN-DATA-MOV TO PG-DATA-BASE
           END-IF.

       2150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Posiciona o calendario depois da ultima noite (ou, sem
      * noite registrada, na data do sistema) e le em frente ate
      * o primeiro dia letivo.
      *----------------------------------------------------------
       2200-PROCURAR-LETIVO.
           MOVE "N" TO PG-EOF-SW
           MOVE "N" TO PG-LETIVO-SW
           IF PG-DATA-BASE > ZERO
               MOVE PG-DATA-BASE TO CAL-DATA
               START PG-CAL-FILE KEY IS GREATER THAN CAL-DATA
                   INVALID KEY
                       MOVE "S" TO PG-EOF-SW
               END-START
           ELSE
               MOVE PG-DATA-HOJE TO CAL-DATA
               START PG-CAL-FILE KEY IS NOT LESS THAN CAL-DATA
                   INVALID KEY
                       MOVE "S" TO PG-EOF-SW
               END-START
           END-IF

           PERFORM 2250-LER-CALENDARIO THRU 2250-EXIT
               UNTIL PG-FIM OR PG-LETIVO-ACHADO

           IF NOT PG-LETIVO-ACHADO
               MOVE 23 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-NAO-LETIVA
               IF PG-DATA-BASE > ZERO
                   DISPLAY "CALENDARIO ESCOLAR SEM DIA LETIVO APOS "
                           PG-DATA-BASE
               ELSE
                   DISPLAY "CALENDARIO ESCOLAR SEM DIA LETIVO DESDE "
                           PG-DATA-HOJE
               END-IF
               MOVE "S" TO PG-FALHA-SW
           END-IF.

       2200-EXIT.
           EXIT.

       2250-LER-CALENDARIO.
           READ PG-CAL-FILE NEXT RECORD
               AT END
                   MOVE "S" TO PG-EOF-SW
                   GO TO 2250-EXIT
           END-READ

           IF CAL-DIA-LETIVO
               MOVE "S" TO PG-LETIVO-SW
               MOVE CAL-DATA     TO PG-DATA-GERADA
               MOVE CAL-BIMESTRE TO PG-BIM-GERADO
               IF CAL-FECHAMENTO-BIM
                   MOVE "S" TO PG-FECHAMENTO-SW
               END-IF
           END-IF.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Data informada no SYSIN: tem de ser dia letivo do
      * calendario, como a cadeia exigiria na partida.
      *----------------------------------------------------------
       2300-CONFERIR-DATA-PEDIDA.
           MOVE "N" TO PG-ACHOU-SW
           MOVE PG-DATA-PEDIDA TO CAL-DATA
           READ PG-CAL-FILE
               INVALID KEY
                   MOVE "N" TO PG-ACHOU-SW
               NOT INVALID KEY
                   MOVE "S" TO PG-ACHOU-SW
           END-READ

           IF NOT PG-ACHOU OR NOT CAL-DIA-LETIVO
               MOVE 23 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-NAO-LETIVA
               DISPLAY "DATA INFORMADA NO SYSIN: " PG-DATA-PEDIDA
               MOVE "S" TO PG-FALHA-SW
               GO TO 2300-EXIT
           END-IF

           MOVE CAL-DATA     TO PG-DATA-GERADA
           MOVE CAL-BIMESTRE TO PG-BIM-GERADO
           IF CAL-FECHAMENTO-BIM
               MOVE "S" TO PG-FECHAMENTO-SW
           END-IF.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Copia uma linha do modelo para o SISPARM gerado. Chave
      * desconhecida ou com valor errado e copiada assim mesmo:
      * a conferencia a seguir aponta o erro.
      *----------------------------------------------------------
       2500-COPIAR-MODELO.
           READ PG-MOD-FILE
               AT END
                   MOVE "S" TO PG-EOF-SW
                   GO TO 2500-EXIT
           END-READ

           IF PG-MOD-REC(1:1) = "*" OR PG-MOD-REC = SPACES
               MOVE PG-MOD-REC TO PG-PARM-REC
               WRITE PG-PARM-REC
               GO TO 2500-EXIT
           END-IF

           MOVE SPACES TO PG-PARM-CHAVE
           MOVE SPACES TO PG-PARM-VALOR
           UNSTRING PG-MOD-REC DELIMITED BY "="
               INTO PG-PARM-CHAVE PG-PARM-VALOR
           END-UNSTRING
           PERFORM 4200-PROCURAR-CHAVE THRU 4200-EXIT

           IF PG-IND-ACHADO > ZERO
               IF NOT PRM-ORIGEM-MODELO(PG-IND-ACHADO)
                   MOVE PG-PARM-CHAVE TO PG-DET-CHAVE
                   MOVE PG-PARM-VALOR TO PG-DET-VALOR
                   IF PRM-ORIGEM-GERADA(PG-IND-ACHADO)
                       MOVE "NO MODELO: IGNORADA (VEM DO CALENDARIO)"
                           TO PG-DET-SITUACAO
                   ELSE
                       MOVE "NO MODELO: IGNORADA (SO A MAO NA NOITE)"
                           TO PG-DET-SITUACAO
                   END-IF
                   MOVE PG-LINHA-DET TO PG-REL-REC
                   WRITE PG-REL-REC
                   DISPLAY PG-REL-REC(1:80)
                   ADD 1 TO PG-QTD-IGNORADAS
                   ADD 1 TO PG-QTD-AVISOS
                   GO TO 2500-EXIT
               END-IF
           END-IF

           MOVE PG-MOD-REC TO PG-PARM-REC
           WRITE PG-PARM-REC
           ADD 1 TO PG-QTD-MODELO.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere o SISPARM linha a linha contra o dicionario e, ao
      * final, as chaves entre si e contra o calendario. Cada
      * chave sai no relatorio com a situacao e os programas que
      * a leem.
      *----------------------------------------------------------
       4000-CONFERIR-PARAMETROS.
           OPEN INPUT PG-PARM-FILE
           IF NOT PG-PARM-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "SISPARM AUSENTE - NADA A CONFERIR"
               MOVE "SISPARM AUSENTE" TO PG-REL-REC
               WRITE PG-REL-REC
               ADD 1 TO PG-QTD-ERROS
               GO TO 4000-EXIT
           END-IF

           MOVE PG-LINHA-CAB TO PG-REL-REC
           WRITE PG-REL-REC

           MOVE "N" TO PG-EOF-SW
           PERFORM 4100-CONFERIR-LINHA THRU 4100-EXIT
               UNTIL PG-FIM

           CLOSE PG-PARM-FILE

           PERFORM 4800-CONFERIR-CONJUNTO THRU 4800-EXIT.

       4000-EXIT.
           EXIT.

       4100-CONFERIR-LINHA.
           READ PG-PARM-FILE
               AT END
                   MOVE "S" TO PG-EOF-SW
                   GO TO 4100-EXIT
           END-READ

           ADD 1 TO PG-QTD-LINHAS
           IF PG-PARM-REC(1:1) = "*" OR PG-PARM-REC = SPACES
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO PG-QTD-CHAVES
           MOVE ZERO TO PG-QTD-IGUAL
           INSPECT PG-PARM-REC TALLYING PG-QTD-IGUAL FOR ALL "="
           MOVE SPACES TO PG-PARM-CHAVE
           MOVE SPACES TO PG-PARM-VALOR
           UNSTRING PG-PARM-REC DELIMITED BY "="
               INTO PG-PARM-CHAVE PG-PARM-VALOR
           END-UNSTRING

           MOVE PG-PARM-CHAVE TO PG-DET-CHAVE
           MOVE PG-PARM-VALOR TO PG-DET-VALOR
           MOVE SPACES TO PG-COMPL-TEXTO

           IF PG-QTD-IGUAL = ZERO
               MOVE PG-PARM-REC(1:20) TO PG-DET-CHAVE
               MOVE SPACES TO PG-DET-VALOR
               MOVE "LINHA SEM CHAVE=VALOR" TO PG-DET-SITUACAO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
               GO TO 4100-EXIT
           END-IF

           PERFORM 4200-PROCURAR-CHAVE THRU 4200-EXIT
           IF PG-IND-ACHADO = ZERO
               MOVE "CHAVE DESCONHECIDA" TO PG-DET-SITUACAO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
               GO TO 4100-EXIT
           END-IF

           MOVE PRM-DIC-PROGRAMAS(PG-IND-ACHADO) TO PG-COMPL-TEXTO
           IF PG-VISTA-SW(PG-IND-ACHADO) = "S"
               MOVE "CHAVE REPETIDA" TO PG-DET-SITUACAO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
               GO TO 4100-EXIT
           END-IF
           MOVE "S" TO PG-VISTA-SW(PG-IND-ACHADO)

           PERFORM 4300-VALIDAR-VALOR THRU 4300-EXIT
           IF NOT PG-VALOR-OK
               PERFORM 4700-DESCREVER-REGRA THRU 4700-EXIT
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
               GO TO 4100-EXIT
           END-IF

           PERFORM 4600-GUARDAR-VALOR THRU 4600-EXIT
           MOVE "OK" TO PG-DET-SITUACAO
           PERFORM 4950-IMPRIMIR-CHAVE THRU 4950-EXIT.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procura a chave no dicionario; PG-IND-ACHADO fica zero
      * quando ela nao existe.
      *----------------------------------------------------------
       4200-PROCURAR-CHAVE.
           MOVE ZERO TO PG-IND-ACHADO
           MOVE 1 TO PG-IND
           PERFORM 4250-COMPARAR-CHAVE THRU 4250-EXIT
               UNTIL PG-IND > PRM-DIC-QTD OR PG-IND-ACHADO > ZERO.

       4200-EXIT.
           EXIT.

       4250-COMPARAR-CHAVE.
           IF PRM-DIC-CHAVE(PG-IND) = PG-PARM-CHAVE
               MOVE PG-IND TO PG-IND-ACHADO
           END-IF
           ADD 1 TO PG-IND.

       4250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere o valor contra a regra da chave no dicionario. O
      * valor termina no primeiro branco e nada pode vir depois.
      *----------------------------------------------------------
       4300-VALIDAR-VALOR.
           MOVE "N" TO PG-VALOR-SW
           PERFORM 4350-MEDIR-VALOR THRU 4350-EXIT
           IF PG-TAM-VALOR = ZERO
               GO TO 4300-EXIT
           END-IF
           IF PG-TAM-VALOR < 40
               IF PG-PARM-VALOR(PG-TAM-VALOR + 1:) NOT = SPACES
                   GO TO 4300-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PRM-TIPO-DATA(PG-IND-ACHADO)
                   IF PG-TAM-VALOR = 8
                           AND PG-PARM-VALOR(1:8) IS NUMERIC
                       MOVE PG-PARM-VALOR(1:8) TO PG-DATA-AUX
                       IF PG-AUX-MES >= 1 AND PG-AUX-MES <= 12
                               AND PG-AUX-DIA >= 1
                               AND PG-AUX-DIA <= 31
                           MOVE "S" TO PG-VALOR-SW
                       END-IF
                   END-IF
               WHEN PRM-TIPO-SIM-NAO(PG-IND-ACHADO)
                   IF PG-TAM-VALOR = 1
                           AND (PG-PARM-VALOR(1:1) = "S"
                             OR PG-PARM-VALOR(1:1) = "N")
                       MOVE "S" TO PG-VALOR-SW
                   END-IF
               WHEN PRM-TIPO-NUMERO(PG-IND-ACHADO)
                   IF PG-TAM-VALOR <= PRM-DIC-TAMANHO(PG-IND-ACHADO)
                           AND PG-PARM-VALOR(1:PG-TAM-VALOR)
                               IS NUMERIC
                       PERFORM 4400-CONFERIR-FAIXA THRU 4400-EXIT
                   END-IF
               WHEN PRM-TIPO-FIXO(PG-IND-ACHADO)
                   IF PG-TAM-VALOR = PRM-DIC-TAMANHO(PG-IND-ACHADO)
                           AND PG-PARM-VALOR(1:PG-TAM-VALOR)
                               IS NUMERIC
                       PERFORM 4400-CONFERIR-FAIXA THRU 4400-EXIT
                   END-IF
               WHEN PRM-TIPO-MES(PG-IND-ACHADO)
                   IF PG-TAM-VALOR = 6
                           AND PG-PARM-VALOR(1:6) IS NUMERIC
                       MOVE PG-PARM-VALOR(1:6) TO PG-DATA-AUX(1:6)
                       IF PG-AUX-MES >= 1 AND PG-AUX-MES <= 12
                           MOVE "S" TO PG-VALOR-SW
                       END-IF
                   END-IF
               WHEN PRM-TIPO-DECIMAL(PG-IND-ACHADO)
                   PERFORM 4500-CONFERIR-DECIMAL THRU 4500-EXIT
               WHEN PRM-TIPO-LISTA(PG-IND-ACHADO)
                   MOVE ZERO TO PG-CONT-LISTA
                   IF PG-TAM-VALOR = 1
                       INSPECT PRM-DIC-LISTA(PG-IND-ACHADO)
                           TALLYING PG-CONT-LISTA
                           FOR ALL PG-PARM-VALOR(1:1)
                   END-IF
                   IF PG-CONT-LISTA > ZERO
                       MOVE "S" TO PG-VALOR-SW
                   END-IF
               WHEN PRM-TIPO-TEXTO(PG-IND-ACHADO)
                   IF PG-TAM-VALOR <= PRM-DIC-TAMANHO(PG-IND-ACHADO)
                       MOVE "S" TO PG-VALOR-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4300-EXIT.
           EXIT.

       4350-MEDIR-VALOR.
           MOVE ZERO TO PG-TAM-VALOR
           MOVE 1 TO PG-POS
           PERFORM 4360-MEDIR-POSICAO THRU 4360-EXIT
               UNTIL PG-POS > 40.

       4350-EXIT.
           EXIT.

       4360-MEDIR-POSICAO.
           IF PG-PARM-VALOR(PG-POS:1) = SPACE
               MOVE 41 TO PG-POS
           ELSE
               MOVE PG-POS TO PG-TAM-VALOR
               ADD 1 TO PG-POS
           END-IF.

       4360-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Converte os digitos do valor, como os programas fazem, e
      * confere a faixa do dicionario.
      *----------------------------------------------------------
       4400-CONFERIR-FAIXA.
           MOVE ZERO TO PG-NUMERO
           MOVE 1 TO PG-POS
           PERFORM 4450-CONVERTER-DIGITO THRU 4450-EXIT
               UNTIL PG-POS > PG-TAM-VALOR

           IF PG-NUMERO >= PRM-DIC-MINIMO(PG-IND-ACHADO)
                   AND PG-NUMERO <= PRM-DIC-MAXIMO(PG-IND-ACHADO)
               MOVE "S" TO PG-VALOR-SW
           END-IF.

       4400-EXIT.
           EXIT.

       4450-CONVERTER-DIGITO.
           MOVE PG-PARM-VALOR(PG-POS:1) TO PG-DIG-X
           COMPUTE PG-NUMERO = (PG-NUMERO * 10) + PG-DIG-9
           ADD 1 TO PG-POS.

       4450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Decimal no formato da MN-ALERTA (N, NN, N.N ou NN.N),
      * conferido em decimos contra a faixa do dicionario.
      *----------------------------------------------------------
       4500-CONFERIR-DECIMAL.
           MOVE ZERO TO PG-DEC-INTEIRO
           MOVE ZERO TO PG-DEC-DECIMAL
           EVALUATE TRUE
               WHEN PG-TAM-VALOR = 1
                       AND PG-PARM-VALOR(1:1) IS NUMERIC
                   MOVE PG-PARM-VALOR(1:1) TO PG-DEC-INTEIRO
               WHEN PG-TAM-VALOR = 2
                       AND PG-PARM-VALOR(1:2) IS NUMERIC
                   MOVE PG-PARM-VALOR(1:2) TO PG-DEC-INTEIRO
               WHEN PG-TAM-VALOR = 3
                       AND PG-PARM-VALOR(1:1) IS NUMERIC
                       AND PG-PARM-VALOR(2:1) = "."
                       AND PG-PARM-VALOR(3:1) IS NUMERIC
                   MOVE PG-PARM-VALOR(1:1) TO PG-DEC-INTEIRO
                   MOVE PG-PARM-VALOR(3:1) TO PG-DEC-DECIMAL
               WHEN PG-TAM-VALOR = 4
                       AND PG-PARM-VALOR(1:2) IS NUMERIC
                       AND PG-PARM-VALOR(3:1) = "."
                       AND PG-PARM-VALOR(4:1) IS NUMERIC
                   MOVE PG-PARM-VALOR(1:2) TO PG-DEC-INTEIRO
                   MOVE PG-PARM-VALOR(4:1) TO PG-DEC-DECIMAL
               WHEN OTHER
                   GO TO 4500-EXIT
           END-EVALUATE

           COMPUTE PG-NUMERO = (PG-DEC-INTEIRO * 10) + PG-DEC-DECIMAL
           IF PG-NUMERO >= PRM-DIC-MINIMO(PG-IND-ACHADO)
                   AND PG-NUMERO <= PRM-DIC-MAXIMO(PG-IND-ACHADO)
               MOVE "S" TO PG-VALOR-SW
           END-IF.

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Guarda o valor das chaves conferidas entre si ao final.
      *----------------------------------------------------------
       4600-GUARDAR-VALOR.
           EVALUATE PG-PARM-CHAVE
               WHEN "DATA-MOVIMENTO"
                   MOVE PG-PARM-VALOR(1:8) TO PG-DATA-MOVIMENTO
               WHEN "MN-BIMESTRE"
                   MOVE PG-NUMERO TO PG-BIMESTRE
               WHEN "CALEND-IGNORA"
                   MOVE PG-PARM-VALOR(1:1) TO PG-CALEND-IGNORA-SW
               WHEN "REPROCESSO"
                   MOVE PG-PARM-VALOR(1:1) TO PG-REPROCESSO-SW
               WHEN "MN-PESO1"
               WHEN "MN-PESO2"
               WHEN "MN-PESO3"
               WHEN "MN-PESO4"
                   MOVE "S" TO PG-PESO-SW
                   ADD PG-NUMERO TO PG-SOMA-PESOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Monta, para o valor recusado, a regra esperada.
      *----------------------------------------------------------
       4700-DESCREVER-REGRA.
           MOVE PRM-DIC-MINIMO(PG-IND-ACHADO) TO PG-MIN-ED
           MOVE PRM-DIC-MAXIMO(PG-IND-ACHADO) TO PG-MAX-ED
           MOVE SPACES TO PG-DET-SITUACAO
           EVALUATE TRUE
               WHEN PRM-TIPO-DATA(PG-IND-ACHADO)
                   MOVE "VALOR INVALIDO: DATA AAAAMMDD"
                       TO PG-DET-SITUACAO
               WHEN PRM-TIPO-SIM-NAO(PG-IND-ACHADO)
                   MOVE "VALOR INVALIDO: S OU N"
                       TO PG-DET-SITUACAO
               WHEN PRM-TIPO-NUMERO(PG-IND-ACHADO)
                   STRING "VALOR INVALIDO: DE " PG-MIN-ED
                          " A " PG-MAX-ED
                       DELIMITED BY SIZE INTO PG-DET-SITUACAO
               WHEN PRM-TIPO-FIXO(PG-IND-ACHADO)
                   STRING "VALOR INVALIDO: "
                          PRM-DIC-TAMANHO(PG-IND-ACHADO)
                          " DIGITOS, " PG-MIN-ED " A " PG-MAX-ED
                       DELIMITED BY SIZE INTO PG-DET-SITUACAO
               WHEN PRM-TIPO-MES(PG-IND-ACHADO)
                   MOVE "VALOR INVALIDO: MES AAAAMM"
                       TO PG-DET-SITUACAO
               WHEN PRM-TIPO-DECIMAL(PG-IND-ACHADO)
                   MOVE "VALOR INVALIDO: 0.1 A 10.0 (N, NN, N.N)"
                       TO PG-DET-SITUACAO
               WHEN PRM-TIPO-LISTA(PG-IND-ACHADO)
                   STRING "VALOR INVALIDO: UMA LETRA DE "
                          PRM-DIC-LISTA(PG-IND-ACHADO)
                       DELIMITED BY SIZE INTO PG-DET-SITUACAO
               WHEN OTHER
                   STRING "VALOR INVALIDO: TEXTO DE ATE "
                          PRM-DIC-TAMANHO(PG-IND-ACHADO)
                          " POSICOES"
                       DELIMITED BY SIZE INTO PG-DET-SITUACAO
           END-EVALUATE.

       4700-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Conferencias do arquivo como um todo: chaves obrigatorias
      * presentes, soma dos pesos (a MEDIA-NOTAS troca em
      * silencio por 25 cada uma quando a soma nao da 100) e a
      * data do movimento contra o calendario escolar, com o
      * bimestre da data.
      *----------------------------------------------------------
       4800-CONFERIR-CONJUNTO.
           MOVE SPACES TO PG-COMPL-TEXTO
           MOVE 1 TO PG-IND
           PERFORM 4850-CONFERIR-OBRIGATORIA THRU 4850-EXIT
               UNTIL PG-IND > PRM-DIC-QTD

           IF PG-PESO-INFORMADO AND PG-SOMA-PESOS NOT = ZERO
                   AND PG-SOMA-PESOS NOT = 100
               MOVE "MN-PESO1 A 4" TO PG-DET-CHAVE
               MOVE PG-SOMA-PESOS TO PG-MIN-ED
               MOVE SPACES TO PG-DET-VALOR
               STRING "SOMA" PG-MIN-ED
                   DELIMITED BY SIZE INTO PG-DET-VALOR
               MOVE "SOMA DOS PESOS DIFERENTE DE 100"
                   TO PG-DET-SITUACAO
               MOVE "MEDIA-NOTAS" TO PG-COMPL-TEXTO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
           END-IF

           MOVE "PROGRAMAS DE LOTE COM REGISTRO EM SISRUNCT"
               TO PG-COMPL-TEXTO
           IF PG-REPROCESSO
               MOVE "REPROCESSO" TO PG-DET-CHAVE
               MOVE "S" TO PG-DET-VALOR
               MOVE "AVISO: DUPLA EXECUCAO LIBERADA NA NOITE"
                   TO PG-DET-SITUACAO
               PERFORM 4920-IMPRIMIR-AVISO THRU 4920-EXIT
           END-IF

           IF PG-DATA-MOVIMENTO = ZERO
               GO TO 4800-EXIT
           END-IF

           MOVE "DATA-MOVIMENTO" TO PG-DET-CHAVE
           MOVE PG-DATA-MOVIMENTO TO PG-DET-VALOR
           MOVE "TODOS OS PROGRAMAS DE LOTE" TO PG-COMPL-TEXTO
           IF PG-CALEND-IGNORA
               MOVE "AVISO: CALEND-IGNORA=S, SEM CALENDARIO"
                   TO PG-DET-SITUACAO
               PERFORM 4920-IMPRIMIR-AVISO THRU 4920-EXIT
               GO TO 4800-EXIT
           END-IF
           IF PG-CAL-AUSENTE
               MOVE "AVISO: SISCAL AUSENTE, NAO CONFERIDA"
                   TO PG-DET-SITUACAO
               PERFORM 4920-IMPRIMIR-AVISO THRU 4920-EXIT
               GO TO 4800-EXIT
           END-IF

           MOVE "N" TO PG-ACHOU-SW
           MOVE PG-DATA-MOVIMENTO TO CAL-DATA
           READ PG-CAL-FILE
               INVALID KEY
                   MOVE "N" TO PG-ACHOU-SW
               NOT INVALID KEY
                   MOVE "S" TO PG-ACHOU-SW
           END-READ

           IF NOT PG-ACHOU
               MOVE "DATA FORA DO CALENDARIO ESCOLAR"
                   TO PG-DET-SITUACAO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
               GO TO 4800-EXIT
           END-IF
           IF NOT CAL-DIA-LETIVO
               MOVE SPACES TO PG-DET-SITUACAO
               STRING "DATA NAO E DIA LETIVO (TIPO " CAL-TIPO ")"
                   DELIMITED BY SIZE INTO PG-DET-SITUACAO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
               GO TO 4800-EXIT
           END-IF

           IF PG-BIMESTRE > ZERO AND PG-BIMESTRE NOT = CAL-BIMESTRE
               MOVE "MN-BIMESTRE" TO PG-DET-CHAVE
               MOVE PG-BIMESTRE TO PG-DET-VALOR
               MOVE "MEDIA-NOTAS MN-CONSOLIDA" TO PG-COMPL-TEXTO
               MOVE SPACES TO PG-DET-SITUACAO
               STRING "DIFERE DO BIMESTRE DO CALENDARIO ("
                      CAL-BIMESTRE ")"
                   DELIMITED BY SIZE INTO PG-DET-SITUACAO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
           END-IF.

       4800-EXIT.
           EXIT.

       4850-CONFERIR-OBRIGATORIA.
           IF PRM-OBRIGATORIA(PG-IND)
                   AND PG-VISTA-SW(PG-IND) NOT = "S"
               MOVE PRM-DIC-CHAVE(PG-IND) TO PG-DET-CHAVE
               MOVE SPACES TO PG-DET-VALOR
               MOVE "CHAVE OBRIGATORIA AUSENTE" TO PG-DET-SITUACAO
               MOVE PRM-DIC-PROGRAMAS(PG-IND) TO PG-COMPL-TEXTO
               PERFORM 4900-IMPRIMIR-ERRO THRU 4900-EXIT
           END-IF
           ADD 1 TO PG-IND.

       4850-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Linha de erro, de aviso ou de chave conferida, seguida da
      * linha com os programas que leem a chave. Erros e avisos
      * saem tambem no console.
      *----------------------------------------------------------
       4900-IMPRIMIR-ERRO.
           ADD 1 TO PG-QTD-ERROS
           MOVE PG-LINHA-DET TO PG-REL-REC
           DISPLAY PG-REL-REC(1:80)
           PERFORM 4950-IMPRIMIR-CHAVE THRU 4950-EXIT.

       4900-EXIT.
           EXIT.

       4920-IMPRIMIR-AVISO.
           ADD 1 TO PG-QTD-AVISOS
           MOVE PG-LINHA-DET TO PG-REL-REC
           DISPLAY PG-REL-REC(1:80)
           PERFORM 4950-IMPRIMIR-CHAVE THRU 4950-EXIT.

       4920-EXIT.
           EXIT.

       4950-IMPRIMIR-CHAVE.
           MOVE PG-LINHA-DET TO PG-REL-REC
           WRITE PG-REL-REC
           IF PG-COMPL-TEXTO NOT = SPACES
               MOVE "LIDA POR: " TO PG-COMPL-ROTULO
               MOVE PG-LINHA-COMPL TO PG-REL-REC
               WRITE PG-REL-REC
           END-IF.

       4950-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Totais da execucao, no relatorio e no console.
      *----------------------------------------------------------
       6900-GRAVAR-TOTAIS.
           MOVE PG-LINHA TO PG-REL-REC
           WRITE PG-REL-REC

           IF PG-MODO-GERAR
               MOVE "CHAVES COPIADAS DO MODELO" TO PG-TOT-ROTULO
               MOVE PG-QTD-MODELO TO PG-TOT-QTD
               PERFORM 6950-GRAVAR-TOTAL THRU 6950-EXIT
               MOVE "CHAVES IGNORADAS NO MODELO" TO PG-TOT-ROTULO
               MOVE PG-QTD-IGNORADAS TO PG-TOT-QTD
               PERFORM 6950-GRAVAR-TOTAL THRU 6950-EXIT
           END-IF

           MOVE "LINHAS LIDAS DO SISPARM" TO PG-TOT-ROTULO
           MOVE PG-QTD-LINHAS TO PG-TOT-QTD
           PERFORM 6950-GRAVAR-TOTAL THRU 6950-EXIT
           MOVE "CHAVES CONFERIDAS" TO PG-TOT-ROTULO
           MOVE PG-QTD-CHAVES TO PG-TOT-QTD
           PERFORM 6950-GRAVAR-TOTAL THRU 6950-EXIT
           MOVE "ERROS" TO PG-TOT-ROTULO
           MOVE PG-QTD-ERROS TO PG-TOT-QTD
           PERFORM 6950-GRAVAR-TOTAL THRU 6950-EXIT
           MOVE "AVISOS" TO PG-TOT-ROTULO
           MOVE PG-QTD-AVISOS TO PG-TOT-QTD
           PERFORM 6950-GRAVAR-TOTAL THRU 6950-EXIT.

       6900-EXIT.
           EXIT.

       6950-GRAVAR-TOTAL.
           MOVE PG-LINHA-TOT TO PG-REL-REC
           WRITE PG-REL-REC
           DISPLAY PG-REL-REC(1:45).

       6950-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a execucao em SISRUNCT com a data do movimento
      * conferida (zero quando nao houve), as chaves conferidas e
      * os erros.
      *----------------------------------------------------------
       7600-REGISTRAR-EXECUCAO.
           OPEN EXTEND PG-RUN-FILE
           IF PG-RUNCTL-INEXISTENTE
               OPEN OUTPUT PG-RUN-FILE
           END-IF

           MOVE "SIS-PARAMETRO"   TO RUN-PROGRAMA
           MOVE PG-DATA-MOVIMENTO TO RUN-DATA-MOV
           MOVE PG-HORA-INICIO    TO RUN-INICIO-HORA
           ACCEPT PG-HORA-FIM FROM TIME
           MOVE PG-HORA-FIM       TO RUN-FIM-HORA
           EVALUATE RETURN-CODE
               WHEN 0
                   MOVE "C" TO RUN-SITUACAO
               WHEN 4
                   MOVE "A" TO RUN-SITUACAO
               WHEN OTHER
                   MOVE "E" TO RUN-SITUACAO
           END-EVALUATE
           MOVE PG-QTD-CHAVES     TO RUN-QTD-PROC
           MOVE PG-QTD-ERROS      TO RUN-QTD-REJ
           MOVE RUN-LINHA TO PG-RUN-REC
           WRITE PG-RUN-REC
           CLOSE PG-RUN-FILE.

       7600-EXIT.
           EXIT.
