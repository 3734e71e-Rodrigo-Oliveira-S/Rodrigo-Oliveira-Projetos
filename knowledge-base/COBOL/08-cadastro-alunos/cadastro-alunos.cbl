      *               programa, antes da abertura do mestre, para a
      *               linha de erro gravada em SISRUNCT carregar a
      *               data e a hora reais do movimento.
      * 2026-10-15 RO Cada linha do ALULOG passou a gravar o operador
      *               que fez a alteracao: o da sessao aberta no
      *               MENU-DRIVER (SESREC) no menu e LOTE no modo de
      *               lote. O menu de manutencao so roda pelo
      *               MENU-DRIVER, com operador identificado; chamado
      *               direto e recusado com ERRO 25. O modo de lote
      *               segue sem sessao.
      *================================================================

       ENVIRONMENT DIVISION.

       FD  CA-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CA-LOG-REC             PIC X(110).

       FD  CA-MOV-FILE
           LABEL RECORDS ARE STANDARD.
      *programas do sistema)
           COPY ERRCODES.

      *Sessao do operador aberta pelo MENU-DRIVER
           COPY SESREC.

      *Linha do registro de execucoes, comum aos programas de lote
      *e a RUN-CONSULTA
           COPY RUNREC.
               END-IF
           END-IF.

      *O menu de manutencao so roda pelo MENU-DRIVER, com o operador
      *identificado; o modo de lote segue sem sessao.
           IF CA-MODO-INTERATIVO AND NOT SES-ABERTA
               MOVE 25 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ACESSO-NEGADO
               DISPLAY "ENTRAR PELO MENU-DRIVER COM OPERADOR E SENHA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CA-ALUNOS-FILE.
           IF CA-ALUNOS-INEXISTENTE
               OPEN OUTPUT CA-ALUNOS-FILE
      * Grava a linha do log de alteracoes (ALULOG) para a
      * operacao que acabou de ser aplicada no mestre: imagem
      * anterior guardada em CA-...-ANT e imagem nova no proprio
      * ALU-REC. Comum ao menu e ao modo de lote; o operador e o
      * da sessao do MENU-DRIVER ou LOTE.
      *----------------------------------------------------------
       8200-GRAVAR-LOG.
           ACCEPT CA-DATA-LOG FROM DATE YYYYMMDD
           MOVE ALU-NOME       TO LOG-NOME-NOVO
           MOVE ALU-TURMA      TO LOG-TURMA-NOVA
           MOVE ALU-SITUACAO   TO LOG-SIT-NOVA
           IF SES-ABERTA
               MOVE SES-OPERADOR   TO LOG-OPERADOR
           ELSE
               MOVE "LOTE"         TO LOG-OPERADOR
           END-IF
           MOVE LOG-LINHA      TO CA-LOG-REC
           WRITE CA-LOG-REC.

