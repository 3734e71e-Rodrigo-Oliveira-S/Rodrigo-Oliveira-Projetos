      *               por operacao. Responde a pergunta da
      *               secretaria "quando este aluno foi inativado",
      *               que antes nao tinha como ser reconstruida.
      * 2026-10-15 RO Incluido o filtro por operador (LOG-OPERADOR,
      *               gravado pelo CADASTRO-ALUNOS; "*" = todos),
      *               pedido depois da faixa de datas e mostrado no
      *               titulo do relatorio, para saber quem alterou a
      *               turma de um aluno. ALULOG e ALULOGREL passaram
      *               a ter 110 posicoes.
      *================================================================

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  AL-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  AL-LOG-REC             PIC X(110).

       FD  AL-REL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AL-REL-REC             PIC X(110).

       WORKING-STORAGE SECTION.

           88 AL-LOG-OK            VALUE "00".
           88 AL-LOG-INEXISTENTE   VALUE "35".

      *Parametros da consulta: matricula (0 = todas), faixa de
      *datas e operador ("*" ou branco = todos)
       77 AL-MATRICULA-FILTRO PIC 9(06).
       77 AL-DATA-INICIAL  PIC 9(08).
       77 AL-DATA-FINAL    PIC 9(08).
       01 AL-OPERADOR-FILTRO PIC X(08).
           88 AL-TODOS-OPERADORES  VALUE "*" SPACES.

      *Quebra de controle por dia da consulta
       77 AL-DIA-ATUAL     PIC 9(08) VALUE ZERO.
           05 AL-TIT-DATA-FIM  PIC 9(08).
           05 FILLER           PIC X(11) VALUE " MATRICULA ".
           05 AL-TIT-MATRICULA PIC 9(06).
           05 FILLER           PIC X(10) VALUE " OPERADOR ".
           05 AL-TIT-OPERADOR  PIC X(08).

       01 AL-REL-DIA.
           05 FILLER           PIC X(10) VALUE "TOTAL DIA ".
           ACCEPT AL-DATA-INICIAL.
           DISPLAY "Data final (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT AL-DATA-FINAL.
           DISPLAY "Operador (*=todos): " WITH NO ADVANCING.
           ACCEPT AL-OPERADOR-FILTRO.
           DISPLAY " ".

           IF AL-DATA-INICIAL > AL-DATA-FINAL
           MOVE AL-DATA-INICIAL     TO AL-TIT-DATA-INI
           MOVE AL-DATA-FINAL       TO AL-TIT-DATA-FIM
           MOVE AL-MATRICULA-FILTRO TO AL-TIT-MATRICULA
           MOVE AL-OPERADOR-FILTRO  TO AL-TIT-OPERADOR
           MOVE AL-REL-TIT TO AL-REL-REC
           WRITE AL-REL-REC

           EXIT.

      *----------------------------------------------------------
      * Aplica os filtros de matricula, data e operador a uma
      * linha lida.
      * Uma linha cuja data nao seja numerica (log corrompido) e
      * apenas contada como invalida, sem derrubar a consulta.
      *----------------------------------------------------------
               GO TO 3200-LER
           END-IF

           IF NOT AL-TODOS-OPERADORES
                   AND LOG-OPERADOR NOT = AL-OPERADOR-FILTRO
               GO TO 3200-LER
           END-IF

           IF LOG-DATA NOT = AL-DIA-ATUAL
               IF AL-QTD-DIA > ZERO
                   PERFORM 3300-GRAVAR-QUEBRA-DIA THRU 3300-EXIT
