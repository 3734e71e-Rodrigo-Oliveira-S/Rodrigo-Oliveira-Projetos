      *               move as linhas anteriores a uma data de corte
      *               para o arquivo de arquivamento anual (AUDARQ)
      *               e regrava CALCAUDIT so com as linhas retidas.
      * 2026-10-15 RO Consulta aceita a operacao 7 (conversao de moeda
      *               da CALCULADORA) no filtro e traz ao final, alem
      *               dos totais por operacao, um total por moeda com
      *               a quantidade de conversoes e o valor em reais.
      * 2026-10-15 RO Linha da CALCAUDIT passa a 90 posicoes, com o
      *               operador identificado no MENU-DRIVER nas colunas
      *               76-83 ("LOTE" nas execucoes em lote). Consulta
      *               pede tambem o operador (* = todos) e filtra por
      *               ele.
      *================================================================

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  AC-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AC-AUDIT-REC           PIC X(90).

       FD  AC-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AC-REL-REC             PIC X(90).

       FD  AC-ARQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  AC-ARQ-REC             PIC X(90).

       FD  AC-GUARDA-FILE
           LABEL RECORDS ARE STANDARD.
       01  AC-GUARDA-REC          PIC X(90).

       WORKING-STORAGE SECTION.

           88 AC-ARQ-OK            VALUE "00".
           88 AC-ARQ-INEXISTENTE   VALUE "35".

      *Visao da linha de auditoria: as tres variantes gravadas pela
      *CALCULADORA (modo normal, modo moeda e conversao de moeda)
      *trazem a data nas colunas 1-8, o codigo de operacao na
      *coluna 41 e o operador nas colunas 76-83.
       01 AC-LINHA-AUDIT.
           05 AC-AUD-DATA      PIC 9(08).
           05 FILLER           PIC X(32).
           05 AC-AUD-OPCAO     PIC 9(01).
           05 FILLER           PIC X(34).
           05 AC-AUD-OPERADOR  PIC X(08).
           05 FILLER           PIC X(07).

      *Visao da linha da conversao de moeda (operacao 7): moeda
      *nas colunas 31-33, valor em reais nas colunas 43-57 e sigla
      *nas colunas 59-61.
       01 AC-LINHA-CAMBIO REDEFINES AC-LINHA-AUDIT.
           05 FILLER           PIC X(30).
           05 AC-CAM-MOEDA     PIC 9(03).
           05 FILLER           PIC X(09).
           05 AC-CAM-RESULT    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01).
           05 AC-CAM-SIGLA     PIC X(03).
           05 FILLER           PIC X(29).

      *Parametros da consulta: faixa de datas, operacao (0 = todas)
      *e operador (* ou em branco = todos)
       77 AC-DATA-INICIAL  PIC 9(08).
       77 AC-DATA-FINAL    PIC 9(08).
       77 AC-OPCAO-FILTRO  PIC 9(01).
       01 AC-OPERADOR-FILTRO PIC X(08).
           88 AC-TODOS-OPERADORES  VALUE "*" SPACES.

      *Parametro do expurgo: linhas com data anterior a data de
      *corte sao arquivadas em AUDARQ
           05 AC-QTD-OPCAO     PIC 9(06) OCCURS 9 TIMES.
       77 AC-IND-OPCAO     PIC 9(02) COMP.

      *Totais por moeda das conversoes (operacao 7) selecionadas,
      *na ordem em que cada moeda aparece na trilha
       01 AC-TAB-MOEDA.
           05 AC-MOE-ITEM      OCCURS 20 TIMES.
               10 AC-MOE-CODIGO    PIC 9(03).
               10 AC-MOE-SIGLA     PIC X(03).
               10 AC-MOE-QTD       PIC 9(06).
               10 AC-MOE-TOTAL     PIC S9(11)V99.
       77 AC-QTD-MOEDAS    PIC 9(02) COMP VALUE ZERO.
       77 AC-IND-MOEDA     PIC 9(02) COMP.
       77 AC-CAM-VALOR     PIC S9(9)V99 VALUE ZERO.
       01 AC-MOEDA-SW      PIC X(01) VALUE "N".
           88 AC-MOEDA-ACHADA      VALUE "S".
       77 AC-QTD-SEM-MOEDA PIC 9(06) VALUE ZERO.

      *Totais do expurgo
       77 AC-QTD-ARQUIVADAS PIC 9(06) VALUE ZERO.
       77 AC-QTD-RETIDAS    PIC 9(06) VALUE ZERO.
           05 AC-TIT-DATA-INI  PIC 9(08).
           05 FILLER           PIC X(03) VALUE " A ".
           05 AC-TIT-DATA-FIM  PIC 9(08).
           05 FILLER           PIC X(10) VALUE " OPERADOR ".
           05 AC-TIT-OPERADOR  PIC X(08).

       01 AC-REL-DIA.
           05 FILLER           PIC X(10) VALUE "TOTAL DIA ".
           05 FILLER           PIC X(03) VALUE " : ".
           05 AC-OP-QTD        PIC ZZZ,ZZ9.

       01 AC-REL-MOEDA.
           05 FILLER           PIC X(11) VALUE "TOTAL MOEDA".
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AC-MOE-ED-CODIGO PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 AC-MOE-ED-SIGLA  PIC X(03).
           05 FILLER           PIC X(03) VALUE " : ".
           05 AC-MOE-ED-QTD    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(06) VALUE "  R$ ".
           05 AC-MOE-ED-TOTAL  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 AC-REL-GERAL.
           05 FILLER           PIC X(18)
               VALUE "TOTAL SELECIONADO ".

      *----------------------------------------------------------
      * Modo consulta: le CALCAUDIT por inteiro, seleciona as
      * linhas da faixa de datas, operacao e operador pedidos e grava o
      * relatorio (AUDREL) com o detalhe selecionado, um total por
      * dia e os totais por operacao ao final.
      *----------------------------------------------------------
           ACCEPT AC-DATA-INICIAL.
           DISPLAY "Data final (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT AC-DATA-FINAL.
           DISPLAY "Operacao (1-7, 0=todas): " WITH NO ADVANCING.
           ACCEPT AC-OPCAO-FILTRO.
           DISPLAY "Operador (*=todos): " WITH NO ADVANCING.
           ACCEPT AC-OPERADOR-FILTRO.
           DISPLAY " ".

           IF AC-DATA-INICIAL > AC-DATA-FINAL

               MOVE AC-DATA-INICIAL TO AC-TIT-DATA-INI
               MOVE AC-DATA-FINAL   TO AC-TIT-DATA-FIM
               IF AC-TODOS-OPERADORES
                   MOVE "TODOS" TO AC-TIT-OPERADOR
               ELSE
                   MOVE AC-OPERADOR-FILTRO TO AC-TIT-OPERADOR
               END-IF
               MOVE AC-REL-TIT TO AC-REL-REC
               WRITE AC-REL-REC

           EXIT.

      *----------------------------------------------------------
      * Aplica os filtros de data, operacao e operador a uma linha
      * lida.
      * Uma linha cuja data nao seja numerica (trilha corrompida)
      * e apenas contada como invalida, sem derrubar a consulta.
      *----------------------------------------------------------
               GO TO 3200-LER
           END-IF

           IF NOT AC-TODOS-OPERADORES
                   AND AC-AUD-OPERADOR NOT = AC-OPERADOR-FILTRO
               GO TO 3200-LER
           END-IF

           IF AC-AUD-DATA NOT = AC-DIA-ATUAL
               IF AC-QTD-DIA > ZERO
                   PERFORM 3300-GRAVAR-QUEBRA-DIA THRU 3300-EXIT
               ADD 1 TO AC-QTD-OPCAO(AC-IND-OPCAO)
           END-IF

           IF AC-AUD-OPCAO IS NUMERIC AND AC-AUD-OPCAO = 7
               PERFORM 3250-ACUMULAR-MOEDA THRU 3250-EXIT
           END-IF

           MOVE AC-AUDIT-REC TO AC-REL-REC
           WRITE AC-REL-REC.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Acumula uma conversao de moeda selecionada no total da sua
      * moeda, incluindo a moeda na tabela na primeira vez que
      * aparece. Moeda alem da capacidade da tabela so e contada.
      *----------------------------------------------------------
       3250-ACUMULAR-MOEDA.
           IF AC-CAM-MOEDA IS NOT NUMERIC
               GO TO 3250-EXIT
           END-IF

           MOVE "N" TO AC-MOEDA-SW
           MOVE 1 TO AC-IND-MOEDA
           PERFORM 3260-PROCURAR-MOEDA THRU 3260-EXIT
               UNTIL AC-MOEDA-ACHADA
                  OR AC-IND-MOEDA > AC-QTD-MOEDAS

           IF NOT AC-MOEDA-ACHADA
               IF AC-QTD-MOEDAS >= 20
                   ADD 1 TO AC-QTD-SEM-MOEDA
                   GO TO 3250-EXIT
               END-IF
               ADD 1 TO AC-QTD-MOEDAS
               MOVE AC-QTD-MOEDAS TO AC-IND-MOEDA
               MOVE AC-CAM-MOEDA TO AC-MOE-CODIGO(AC-IND-MOEDA)
               MOVE AC-CAM-SIGLA TO AC-MOE-SIGLA(AC-IND-MOEDA)
               MOVE ZERO TO AC-MOE-QTD(AC-IND-MOEDA)
               MOVE ZERO TO AC-MOE-TOTAL(AC-IND-MOEDA)
           END-IF

           IF AC-MOE-SIGLA(AC-IND-MOEDA) = SPACES
               MOVE AC-CAM-SIGLA TO AC-MOE-SIGLA(AC-IND-MOEDA)
           END-IF
           MOVE AC-CAM-RESULT TO AC-CAM-VALOR
           ADD 1 TO AC-MOE-QTD(AC-IND-MOEDA)
           ADD AC-CAM-VALOR TO AC-MOE-TOTAL(AC-IND-MOEDA).

       3250-EXIT.
           EXIT.

       3260-PROCURAR-MOEDA.
           IF AC-MOE-CODIGO(AC-IND-MOEDA) = AC-CAM-MOEDA
               MOVE "S" TO AC-MOEDA-SW
           ELSE
               ADD 1 TO AC-IND-MOEDA
           END-IF.

       3260-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava o total de linhas selecionadas do dia que terminou
      * (quebra de controle por AUD-DATA).
           PERFORM 3450-GRAVAR-TOTAL-OPCAO THRU 3450-EXIT
               UNTIL AC-IND-OPCAO > 9

           MOVE 1 TO AC-IND-MOEDA
           PERFORM 3460-GRAVAR-TOTAL-MOEDA THRU 3460-EXIT
               UNTIL AC-IND-MOEDA > AC-QTD-MOEDAS

           MOVE AC-QTD-SELEC TO AC-GERAL-QTD
           MOVE AC-REL-GERAL TO AC-REL-REC
           WRITE AC-REL-REC
           IF AC-QTD-INVALIDAS > ZERO
               MOVE AC-QTD-INVALIDAS TO AC-QTD-ED
               DISPLAY "LINHAS INVALIDAS    : " AC-QTD-ED
           END-IF
           IF AC-QTD-SEM-MOEDA > ZERO
               MOVE AC-QTD-SEM-MOEDA TO AC-QTD-ED
               DISPLAY "CONVERSOES SEM TOTAL: " AC-QTD-ED
           END-IF.

       3400-EXIT.
       3450-EXIT.
           EXIT.

       3460-GRAVAR-TOTAL-MOEDA.
           MOVE AC-MOE-CODIGO(AC-IND-MOEDA) TO AC-MOE-ED-CODIGO
           MOVE AC-MOE-SIGLA(AC-IND-MOEDA)  TO AC-MOE-ED-SIGLA
           MOVE AC-MOE-QTD(AC-IND-MOEDA)    TO AC-MOE-ED-QTD
           MOVE AC-MOE-TOTAL(AC-IND-MOEDA)  TO AC-MOE-ED-TOTAL
           MOVE AC-REL-MOEDA TO AC-REL-REC
           WRITE AC-REL-REC
           ADD 1 TO AC-IND-MOEDA.

       3460-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Modo expurgo: as linhas com data anterior a data de corte
      * vao para o arquivamento anual (AUDARQ, aberto em EXTEND);
