      *               com aviso no log. Ja processamos sabado e
      *               feriado por engano - a protecao de SISRUNCT
      *               nao conhece o calendario da escola.
      * 2026-10-15 RO Incluida a operacao 7 (conversao de moeda
      *               estrangeira para reais), nos tres modos, pela
      *               taxa do cadastro de cambio (TXCAMBIO, layout
      *               CAMREC, mantido pelo CADASTRO-CAMBIO) na data do
      *               movimento: no interativo e no moeda a moeda
      *               (codigo ISO 4217) e perguntada ao operador, e no
      *               lote vem em TRAN-OPERANDO-2. Moeda sem taxa na
      *               data e recusada com ERRO 24 (rejeitada para
      *               SISREJ no lote). A conversao grava em CALCAUDIT
      *               uma linha propria com a moeda e a taxa usada.
      * 2026-10-15 RO As tres linhas de CALCAUDIT passaram a gravar o
      *               operador nas colunas 76-83 (o da sessao aberta
      *               no MENU-DRIVER, SESREC, ou LOTE no modo de
      *               lote); CALCAUDIT passou a ter 90 posicoes. Os
      *               modos interativo e moeda so rodam pelo
      *               MENU-DRIVER, com operador identificado; sem
      *               sessao sao recusados com ERRO 25.
      * 2026-10-15 RO No modo de lote a linha de CALCAUDIT passou a
      *               ser datada com a data do movimento (a registrada
      *               em SISRUNCT), e nao com a data do sistema, para
      *               o SIS-ESTORNO localizar as linhas de uma noite
      *               estornada.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CALC-CAM-FILE ASSIGN TO "TXCAMBIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS WS-CAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-TRANS-FILE

       FD  CALC-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CALC-AUDIT-REC         PIC X(90).

       FD  CALC-REJ-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  CALC-CAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CAMREC.

       WORKING-STORAGE SECTION.

      *Aqui vou colocar as variáveis
      *tres programas do sistema)
           COPY ERRCODES.

      *Sessao do operador aberta pelo MENU-DRIVER
           COPY SESREC.

      *Controle do modo de execucao (interativo, lote ou moeda)
       01 WS-MODO         PIC 9(1).
           88 WS-MODO-INTERATIVO   VALUE 1.
       01 WS-JUROS-SW      PIC X(01) VALUE "N".
           88 WS-JUROS-OK          VALUE "S".

      *Operacao 7 (conversao para reais): valor na moeda
      *estrangeira, moeda (codigo ISO 4217), data da taxa, taxa e
      *sigla lidas do cadastro de cambio (TXCAMBIO) e o valor
      *convertido. TXCAMBIO e aberto na primeira conversao e
      *fechado no fim do programa.
       77 WS-CAM-VALOR     PIC S9(9)V99 VALUE ZERO.
       77 WS-MOEDA         PIC 9(03) VALUE ZERO.
       77 WS-DATA-TAXA     PIC 9(08) VALUE ZERO.
       77 WS-TAXA          PIC 9(04)V9(06) VALUE ZERO.
       77 WS-CAM-REAIS     PIC S9(12)V99 VALUE ZERO.
       01 WS-SIGLA         PIC X(03) VALUE SPACES.
       01 WS-CAMBIO-SW     PIC X(01) VALUE "N".
           88 WS-CAMBIO-OK         VALUE "S".
       01 WS-CAM-ABERTO-SW PIC X(01) VALUE "N".
           88 CAM-ABERTO           VALUE "S".
       01 WS-CAM-STATUS    PIC X(02).
           88 CAM-OK               VALUE "00".
           88 CAM-INEXISTENTE      VALUE "35".

      *Controle de fim de arquivo do modo de lote
       01 WS-EOF-TRANS     PIC X(01) VALUE "N".
           88 FIM-TRANS            VALUE "S".
           05 RPT-RESULT       PIC -ZZZZZZ9.9.
           COPY RPTSTAT.

      *Data (a do movimento, no modo de lote) e hora da execucao
      *e operador (o da sessao do MENU-DRIVER ou LOTE), para a
      *trilha de auditoria
       01 WS-AUD-DATA      PIC 9(08).
       01 WS-AUD-HORA      PIC 9(08).
       01 WS-AUD-OPERADOR  PIC X(08).

      *Linha da trilha de auditoria (uma por calculo realizado)
       01 WS-LINHA-AUDIT.
           05 AUD-OPCAO        PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUD-RESULT       PIC -ZZZZZZ9.9.
           05 FILLER           PIC X(23) VALUE SPACES.
           05 AUD-OPERADOR     PIC X(08).

      *Linha da trilha de auditoria para calculos do modo moeda
       01 WS-LINHA-AUDIT-MOEDA.
           05 AUDM-OPCAO       PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUDM-RESULT      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(18) VALUE SPACES.
           05 AUDM-OPERADOR    PIC X(08).

      *Linha da trilha de auditoria para a conversao de moeda
      *(operacao 7, qualquer modo): valor na moeda estrangeira,
      *moeda, resultado em reais, sigla e taxa usada. A data fica
      *nas colunas 1-8, a operacao na coluna 41 e o operador nas
      *colunas 76-83, como nas outras.
       01 WS-LINHA-AUDIT-CAMBIO.
           05 AUDC-DATA        PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUDC-HORA        PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUDC-VALOR       PIC -ZZZZZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUDC-MOEDA       PIC 9(03).
           05 FILLER           PIC X(07) VALUE SPACES.
           05 AUDC-OPCAO       PIC 9(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUDC-RESULT      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUDC-SIGLA       PIC X(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AUDC-TAXA        PIC ZZZ9.999999.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AUDC-OPERADOR    PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY " "
           END-IF.

      *Os modos interativo e moeda so rodam pelo MENU-DRIVER, com o
      *operador identificado; o modo de lote segue sem sessao.
           IF (WS-MODO-INTERATIVO OR WS-MODO-MOEDA)
                   AND NOT SES-ABERTA
               MOVE 25 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ACESSO-NEGADO
               DISPLAY "ENTRAR PELO MENU-DRIVER COM OPERADOR E SENHA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF SES-ABERTA
               MOVE SES-OPERADOR TO WS-AUD-OPERADOR
           ELSE
               MOVE "LOTE" TO WS-AUD-OPERADOR
           END-IF.

           OPEN EXTEND CALC-AUDIT-FILE.
           IF AUDIT-INEXISTENTE
               OPEN OUTPUT CALC-AUDIT-FILE
               PERFORM 7600-REGISTRAR-EXECUCAO THRU 7600-EXIT
           END-IF.

           IF CAM-ABERTO
               CLOSE CALC-CAM-FILE
           END-IF.

           CLOSE CALC-AUDIT-FILE.

           GOBACK.
           DISPLAY "4 - Divisão"
           DISPLAY "5 - Percentual (N2% de N1)"
           DISPLAY "6 - Juros compostos (N1 a N2% ao periodo)"
           DISPLAY "7 - Conversao para reais (N1 na moeda estrangeira)"

           DISPLAY "Opção: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
               ACCEPT WS-PERIODOS
           END-IF.

           IF WS-OPCAO = 7
               DISPLAY "Moeda (codigo ISO 4217, ex.: 840 = dolar): "
                   WITH NO ADVANCING
               ACCEPT WS-MOEDA
           END-IF.

           DISPLAY " ".

      *Aqui vou começar os cálculos
                       END-IF
                       MOVE ZERO TO WS-RESULT
                   END-IF
               WHEN 7
                   MOVE WS-NUM1 TO WS-CAM-VALOR
                   PERFORM 2600-CONVERTER-MOEDA THRU 2600-EXIT
                   IF WS-CAMBIO-OK
                           AND WS-CAM-REAIS <= 99999999.99
                           AND WS-CAM-REAIS >= -99999999.99
                       MOVE WS-CAM-REAIS TO WS-RESULT-MOEDA
                   ELSE
                       IF WS-CAMBIO-OK
                           MOVE "N" TO WS-CAMBIO-SW
                           MOVE 12 TO ERR-STATUS-CODE
                           DISPLAY ERR-MSG-FORA-DE-FAIXA
                       END-IF
                       MOVE ZERO TO WS-RESULT-MOEDA
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-RESULT
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
           END-EVALUATE.

           IF WS-OPCAO = 7
               MOVE WS-RESULT-MOEDA TO WS-RESULT-MOEDA-ED
               DISPLAY "O Resultado é: R$ " WS-RESULT-MOEDA-ED
               DISPLAY WS-LINHA
               PERFORM 8200-GRAVAR-AUDITORIA-CAMBIO THRU 8200-EXIT
               GO TO 2000-EXIT
           END-IF.

           DISPLAY "O Resultado é:" WS-RESULT.

           DISPLAY WS-LINHA.
       2550-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Conversao de WS-CAM-VALOR na moeda WS-MOEDA para reais,
      * pela taxa do cadastro de cambio (TXCAMBIO) na data do
      * movimento (DATA-MOVIMENTO de SISPARM; sem ela, a data do
      * sistema). Moeda zerada e rejeitada como entrada invalida,
      * moeda sem taxa na data (ou TXCAMBIO ausente) com ERRO 24
      * e um valor em reais que estoure o acumulador como fora de
      * faixa. Comum aos tres modos; o chamador ainda confere o
      * valor contra o limite do proprio campo de resultado.
      *----------------------------------------------------------
       2600-CONVERTER-MOEDA.
           MOVE "N"    TO WS-CAMBIO-SW
           MOVE ZERO   TO WS-CAM-REAIS
           MOVE ZERO   TO WS-TAXA
           MOVE SPACES TO WS-SIGLA
           IF WS-DATA-MOVIMENTO > ZERO
               MOVE WS-DATA-MOVIMENTO TO WS-DATA-TAXA
           ELSE
               ACCEPT WS-DATA-TAXA FROM DATE YYYYMMDD
           END-IF

           IF WS-MOEDA = ZERO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 2600-EXIT
           END-IF

           IF NOT CAM-ABERTO
               OPEN INPUT CALC-CAM-FILE
               IF NOT CAM-OK
                   MOVE 24 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-TAXA-NAO-CADASTRADA
                   DISPLAY "TXCAMBIO NAO ENCONTRADO"
                   GO TO 2600-EXIT
               END-IF
               MOVE "S" TO WS-CAM-ABERTO-SW
           END-IF

           MOVE WS-MOEDA     TO CAM-MOEDA
           MOVE WS-DATA-TAXA TO CAM-DATA
           READ CALC-CAM-FILE
               INVALID KEY
                   MOVE 24 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-TAXA-NAO-CADASTRADA
                   DISPLAY "MOEDA " WS-MOEDA " DATA " WS-DATA-TAXA
                   GO TO 2600-EXIT
           END-READ
           MOVE CAM-TAXA  TO WS-TAXA
           MOVE CAM-SIGLA TO WS-SIGLA

           COMPUTE WS-CAM-REAIS ROUNDED = WS-CAM-VALOR * WS-TAXA
               ON SIZE ERROR
                   MOVE ZERO TO WS-CAM-REAIS
                   MOVE 12 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-FORA-DE-FAIXA
                   GO TO 2600-EXIT
           END-COMPUTE

           MOVE "S" TO WS-CAMBIO-SW.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Modo lote: le CALCIN (TRANREC), calcula cada linha e
      * grava o resultado em CALCOUT, sem intervencao do operador.
           MOVE TRAN-OPERANDO-2 TO WS-NUM2
           MOVE TRAN-OPCAO      TO WS-OPCAO
           MOVE "N"             TO RPT-STATUS
           MOVE "N"             TO WS-CAMBIO-SW
           MOVE WS-NUM1         TO WS-CAM-VALOR
           MOVE ZERO            TO WS-MOEDA
           MOVE ZERO            TO WS-TAXA
           MOVE SPACES          TO WS-SIGLA

           IF NOT TRAN-ALVO-NAO-INFORMADO
                   AND NOT TRAN-ALVO-CALCULADORA
                           MOVE ZERO TO WS-RESULT
                           MOVE "S" TO RPT-STATUS
                       END-IF
                   WHEN 7
                       PERFORM 3250-CONVERTER-TRANSACAO THRU 3250-EXIT
                   WHEN OTHER
                       MOVE ZERO TO WS-RESULT
                       MOVE 10 TO ERR-STATUS-CODE
               ADD 1 TO WS-QTD-PROCESSADOS
           END-IF

           IF WS-OPCAO = 7
               PERFORM 8200-GRAVAR-AUDITORIA-CAMBIO THRU 8200-EXIT
           ELSE
               PERFORM 8000-GRAVAR-AUDITORIA THRU 8000-EXIT
           END-IF

           PERFORM 3100-LER-TRANSACAO THRU 3100-EXIT.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Operacao 7 no lote: TRAN-OPERANDO-1 e o valor na moeda
      * estrangeira e TRAN-OPERANDO-2 o codigo ISO 4217 da moeda
      * (inteiro de 1 a 999). O resultado em reais vai para
      * CALCOUT com uma casa decimal, como o das outras operacoes;
      * CALCAUDIT recebe o valor com os centavos.
      *----------------------------------------------------------
       3250-CONVERTER-TRANSACAO.
           MOVE ZERO TO WS-RESULT
           IF WS-NUM2 < 1 OR WS-NUM2 > 999
               MOVE 10 TO ERR-STATUS-CODE
               MOVE "S" TO RPT-STATUS
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 3250-EXIT
           END-IF
           MOVE WS-NUM2 TO WS-MOEDA
           IF WS-MOEDA NOT = WS-NUM2
               MOVE 10 TO ERR-STATUS-CODE
               MOVE "S" TO RPT-STATUS
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 3250-EXIT
           END-IF

           PERFORM 2600-CONVERTER-MOEDA THRU 2600-EXIT
           IF NOT WS-CAMBIO-OK
               MOVE "S" TO RPT-STATUS
               GO TO 3250-EXIT
           END-IF

           IF WS-CAM-REAIS > 9999999.9 OR WS-CAM-REAIS < -9999999.9
               MOVE "N" TO WS-CAMBIO-SW
               MOVE 12 TO ERR-STATUS-CODE
               MOVE "S" TO RPT-STATUS
               DISPLAY ERR-MSG-FORA-DE-FAIXA
               GO TO 3250-EXIT
           END-IF
           MOVE WS-CAM-REAIS TO WS-RESULT.

       3250-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava o registro rejeitado no arquivo de suspensao
      * (SISREJ), na imagem original de TRANREC, com o motivo da
           DISPLAY "4 - Divisão"
           DISPLAY "5 - Percentual (valor 2 = % sobre o valor 1)"
           DISPLAY "6 - Juros compostos (valor 2 = % ao periodo)"
           DISPLAY "7 - Conversao para reais (valor 1 na moeda "
                   "estrangeira)"

           DISPLAY "Opção: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO.
               ACCEPT WS-PERIODOS
           END-IF.

           IF WS-OPCAO = 7
               DISPLAY "Moeda (codigo ISO 4217, ex.: 840 = dolar): "
                   WITH NO ADVANCING
               ACCEPT WS-MOEDA
           END-IF.

           DISPLAY " ".

           EVALUATE WS-OPCAO
                       END-IF
                       MOVE ZERO TO WS-RESULT-MOEDA
                   END-IF
               WHEN 7
                   MOVE WS-VALOR1 TO WS-CAM-VALOR
                   PERFORM 2600-CONVERTER-MOEDA THRU 2600-EXIT
                   IF WS-CAMBIO-OK
                           AND WS-CAM-REAIS <= 99999999.99
                       MOVE WS-CAM-REAIS TO WS-RESULT-MOEDA
                   ELSE
                       IF WS-CAMBIO-OK
                           MOVE "N" TO WS-CAMBIO-SW
                           MOVE 12 TO ERR-STATUS-CODE
                           DISPLAY ERR-MSG-FORA-DE-FAIXA
                       END-IF
                       MOVE ZERO TO WS-RESULT-MOEDA
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-RESULT-MOEDA
                   MOVE 10 TO ERR-STATUS-CODE

           DISPLAY WS-LINHA.

           IF WS-OPCAO = 7
               PERFORM 8200-GRAVAR-AUDITORIA-CAMBIO THRU 8200-EXIT
           ELSE
               PERFORM 8100-GRAVAR-AUDITORIA-MOEDA THRU 8100-EXIT
           END-IF.

       4000-EXIT.
           EXIT.
      * calculo que acabou de ser realizado, em qualquer modo.
      *----------------------------------------------------------
       8000-GRAVAR-AUDITORIA.
           PERFORM 8300-OBTER-DATA-AUDITORIA THRU 8300-EXIT
           ACCEPT WS-AUD-HORA FROM TIME

           MOVE WS-AUD-DATA TO AUD-DATA
           MOVE WS-NUM2     TO AUD-NUM2
           MOVE WS-OPCAO    TO AUD-OPCAO
           MOVE WS-RESULT   TO AUD-RESULT
           MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
           MOVE WS-LINHA-AUDIT TO CALC-AUDIT-REC
           WRITE CALC-AUDIT-REC.

      * calculo que acabou de ser realizado no modo moeda.
      *----------------------------------------------------------
       8100-GRAVAR-AUDITORIA-MOEDA.
           PERFORM 8300-OBTER-DATA-AUDITORIA THRU 8300-EXIT
           ACCEPT WS-AUD-HORA FROM TIME

           MOVE WS-AUD-DATA      TO AUDM-DATA
           MOVE WS-VALOR2        TO AUDM-VALOR2
           MOVE WS-OPCAO         TO AUDM-OPCAO
           MOVE WS-RESULT-MOEDA  TO AUDM-RESULT
           MOVE WS-AUD-OPERADOR  TO AUDM-OPERADOR
           MOVE WS-LINHA-AUDIT-MOEDA TO CALC-AUDIT-REC
           WRITE CALC-AUDIT-REC.

       8100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava uma linha na trilha de auditoria (CALCAUDIT) para a
      * conversao de moeda (operacao 7) que acabou de ser feita,
      * em qualquer modo, com a moeda e a taxa usada (taxa zerada
      * e sigla em branco quando a conversao foi recusada).
      *----------------------------------------------------------
       8200-GRAVAR-AUDITORIA-CAMBIO.
           PERFORM 8300-OBTER-DATA-AUDITORIA THRU 8300-EXIT
           ACCEPT WS-AUD-HORA FROM TIME

           MOVE WS-AUD-DATA      TO AUDC-DATA
           MOVE WS-AUD-HORA      TO AUDC-HORA
           MOVE WS-CAM-VALOR     TO AUDC-VALOR
           MOVE WS-MOEDA         TO AUDC-MOEDA
           MOVE WS-OPCAO         TO AUDC-OPCAO
           MOVE WS-SIGLA         TO AUDC-SIGLA
           MOVE WS-TAXA          TO AUDC-TAXA
           MOVE WS-AUD-OPERADOR  TO AUDC-OPERADOR
           IF WS-CAMBIO-OK
               MOVE WS-CAM-REAIS TO AUDC-RESULT
           ELSE
               MOVE ZERO         TO AUDC-RESULT
           END-IF
           MOVE WS-LINHA-AUDIT-CAMBIO TO CALC-AUDIT-REC
           WRITE CALC-AUDIT-REC.

       8200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Data da linha de auditoria: no modo de lote, a data do
      * movimento (a mesma de SISRUNCT), para as linhas de uma
      * noite poderem ser localizadas e estornadas junto com ela;
      * nos modos interativo e moeda, a data do sistema.
      *----------------------------------------------------------
       8300-OBTER-DATA-AUDITORIA.
           IF WS-MODO-LOTE AND WS-DATA-REGISTRO > ZERO
               MOVE WS-DATA-REGISTRO TO WS-AUD-DATA
           ELSE
               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
           END-IF.

       8300-EXIT.
           EXIT.
