      *               relatorio SISCALREL. A carga regrava a data
      *               que ja exista, para recarregar o ano sem
      *               limpar o arquivo antes.
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

       01 CC-LINHA         PIC X(45) VALUE ALL "=".

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

           OPEN I-O CC-CAL-FILE.
           IF CC-CAL-INEXISTENTE
               OPEN OUTPUT CC-CAL-FILE
