      * inclusao, alteracao ou inativacao, no modo interativo e no
      * modo de lote: data, hora, operacao (I = inclusao,
      * A = alteracao, N = inativacao), matricula e as imagens
      * anterior e nova de nome, turma e situacao, e o operador que
      * fez a alteracao (o da sessao do MENU-DRIVER no menu, LOTE no
      * modo de lote; linhas anteriores a identificacao do operador
      * trazem o campo em branco). O arquivo so cresce (aberto em
      * EXTEND) e e consultado pela ALU-CONSULTA filtrado por
      * matricula, faixa de datas e operador, para reconstruir
      * quando, como e por quem um aluno foi alterado ou inativado.
      *================================================================
       01 LOG-LINHA.
           05 LOG-DATA             PIC 9(08).
           05 LOG-TURMA-NOVA       PIC X(03).
           05 FILLER               PIC X(01).
           05 LOG-SIT-NOVA         PIC X(01).
           05 FILLER               PIC X(01).
           05 LOG-OPERADOR         PIC X(08).
