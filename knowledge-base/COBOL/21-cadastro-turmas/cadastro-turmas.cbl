      *               inclusao e na alteracao, e a MN-ESTATISTICA
      *               mostra o professor na quebra de turma e aponta
      *               turma acima da capacidade.
      * 2026-10-15 RO Passou a rodar so pelo MENU-DRIVER, com a sessao
      *               de um operador aberta (SESREC) e o perfil
      *               autorizado no menu; chamado direto, sem
      *               operador identificado, e recusado com ERRO 25.
      *================================================================

       ENVIRONMENT DIVISION.
      *programas do sistema)
           COPY ERRCODES.

      *Sessao do operador aberta pelo MENU-DRIVER
           COPY SESREC.

       01 CT-LINHA         PIC X(37) VALUE ALL "=".

      *Opcao do menu de manutencao

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *Manutencao so pelo MENU-DRIVER, com o operador identificado
           IF NOT SES-ABERTA
               MOVE 25 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ACESSO-NEGADO
               DISPLAY "ENTRAR PELO MENU-DRIVER COM OPERADOR E SENHA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CT-TURMAS-FILE.
           IF CT-TURMAS-INEXISTENTE
               OPEN OUTPUT CT-TURMAS-FILE
