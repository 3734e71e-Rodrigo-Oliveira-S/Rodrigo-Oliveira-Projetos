       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-OPERADOR.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para manter o cadastro de
      *               operadores (SISOPER, indexado por codigo,
      *               layout OPRREC) lido pelo MENU-DRIVER na entrada
      *               do operador: inclusao, alteracao de nome e
      *               perfil, troca de senha, desbloqueio (registrado
      *               no log de acesso SISACESS), inativacao e
      *               consulta. So roda pelo menu, com operador de
      *               perfil operacoes; com SISOPER ainda vazio
      *               aceita, uma unica vez e fora do menu, a
      *               inclusao do primeiro operador, ja com perfil
      *               operacoes.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OP-OPER-FILE ASSIGN TO "SISOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS OP-OPER-STATUS.

           SELECT OP-ACESSO-FILE ASSIGN TO "SISACESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-ACESSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OP-OPER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPRREC.

       FD  OP-ACESSO-FILE
           LABEL RECORDS ARE STANDARD.
       01  OP-ACESSO-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Sessao do operador aberta pelo MENU-DRIVER
           COPY SESREC.

      *Linha do log de acesso (SISACESS), para o desbloqueio
           COPY ACSREC.

       01 OP-LINHA         PIC X(45) VALUE ALL "=".

      *Opcao do menu de manutencao
       01 OP-OPCAO         PIC 9(1).
           88 OP-SAIR              VALUE 0.
           88 OP-INCLUIR           VALUE 1.
           88 OP-ALTERAR           VALUE 2.
           88 OP-TROCAR-SENHA      VALUE 3.
           88 OP-DESBLOQUEAR       VALUE 4.
           88 OP-INATIVAR          VALUE 5.
           88 OP-CONSULTAR         VALUE 6.

      *Status do cadastro de operadores (SISOPER); 35 = ainda nao
      *existe no disco (primeira execucao), criado vazio e
      *reaberto. Status do log de acesso (SISACESS).
       01 OP-OPER-STATUS   PIC X(02).
           88 OP-OPER-OK           VALUE "00".
           88 OP-OPER-INEXISTENTE  VALUE "35".
       01 OP-ACESSO-STATUS PIC X(02).
           88 OP-ACESSO-OK         VALUE "00".
           88 OP-ACESSO-INEXISTENTE VALUE "35".

      *Cadastro vazio: so a inclusao do primeiro operador e aceita
       01 OP-VAZIO-SW      PIC X(01) VALUE "N".
           88 OP-CADASTRO-VAZIO    VALUE "S".

      *Resultado das validacoes
       01 OP-VALIDO-SW     PIC X(01) VALUE "N".
           88 OP-VALIDO            VALUE "S".

      *Dados pedidos ao operador
       01 OP-CODIGO        PIC X(08).
       01 OP-NOME          PIC X(30).
       01 OP-SENHA         PIC X(08).
       01 OP-SENHA-CONF    PIC X(08).
       01 OP-PERFIL        PIC X(01).
           88 OP-PERFIL-VALIDO     VALUE "T" "S" "M" "O".
       77 OP-DATA-HOJE     PIC 9(08).
       77 OP-HORA-AGORA    PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           OPEN I-O OP-OPER-FILE.
           IF OP-OPER-INEXISTENTE
               OPEN OUTPUT OP-OPER-FILE
               CLOSE OP-OPER-FILE
               OPEN I-O OP-OPER-FILE
           END-IF.

           IF NOT OP-OPER-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT OP-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-VERIFICAR-VAZIO THRU 0100-EXIT.

           EVALUATE TRUE
               WHEN OP-CADASTRO-VAZIO
                   DISPLAY "SISOPER VAZIO - INCLUSAO DO PRIMEIRO "
                           "OPERADOR (PERFIL OPERACOES)"
                   PERFORM 2000-INCLUIR-OPERADOR THRU 2000-EXIT
               WHEN SES-ABERTA AND SES-PERFIL = "O"
                   PERFORM 1000-EXIBIR-MENU THRU 1000-EXIT
                       WITH TEST AFTER
                       UNTIL OP-SAIR
               WHEN OTHER
                   MOVE 25 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ACESSO-NEGADO
                   DISPLAY "CADASTRO DE OPERADORES SO PELO MENU-DRIVER"
                           ", PERFIL OPERACOES"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           CLOSE OP-OPER-FILE.

           GOBACK.

      *----------------------------------------------------------
      * Confere se o cadastro ainda esta vazio (implantacao): so
      * entao se aceita incluir o primeiro operador sem sessao.
      *----------------------------------------------------------
       0100-VERIFICAR-VAZIO.
           MOVE "N" TO OP-VAZIO-SW
           MOVE LOW-VALUES TO OPR-CODIGO
           START OP-OPER-FILE KEY IS NOT LESS THAN OPR-CODIGO
               INVALID KEY
                   MOVE "S" TO OP-VAZIO-SW
                   GO TO 0100-EXIT
           END-START
           READ OP-OPER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO OP-VAZIO-SW
           END-READ.

       0100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Exibe o menu de manutencao, le a opcao escolhida e
      * despacha para a rotina correspondente. Volta para o menu
      * apos cada operacao, ate que o operador escolha sair.
      *----------------------------------------------------------
       1000-EXIBIR-MENU.
           DISPLAY OP-LINHA.
           DISPLAY "CADASTRO DE OPERADORES".
           DISPLAY OP-LINHA.
           DISPLAY "1 - Incluir operador".
           DISPLAY "2 - Alterar nome e perfil".
           DISPLAY "3 - Trocar senha".
           DISPLAY "4 - Desbloquear operador".
           DISPLAY "5 - Inativar operador".
           DISPLAY "6 - Consultar operador".
           DISPLAY "0 - Sair".
           DISPLAY OP-LINHA.
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT OP-OPCAO.
           DISPLAY " ".

           EVALUATE TRUE
               WHEN OP-INCLUIR
                   PERFORM 2000-INCLUIR-OPERADOR THRU 2000-EXIT
               WHEN OP-ALTERAR
                   PERFORM 3000-ALTERAR-OPERADOR THRU 3000-EXIT
               WHEN OP-TROCAR-SENHA
                   PERFORM 4000-TROCAR-SENHA THRU 4000-EXIT
               WHEN OP-DESBLOQUEAR
                   PERFORM 5000-DESBLOQUEAR THRU 5000-EXIT
               WHEN OP-INATIVAR
                   PERFORM 6000-INATIVAR-OPERADOR THRU 6000-EXIT
               WHEN OP-CONSULTAR
                   PERFORM 7000-CONSULTAR-OPERADOR THRU 7000-EXIT
               WHEN OP-SAIR
                   DISPLAY "Encerrando o cadastro de operadores."
               WHEN OTHER
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Inclui um operador novo, ativo e sem falhas. Codigo
      * repetido e rejeitado pelo INVALID KEY do WRITE. Na
      * implantacao (cadastro vazio) o perfil e sempre operacoes.
      *----------------------------------------------------------
       2000-INCLUIR-OPERADOR.
           PERFORM 8000-PEDIR-CODIGO THRU 8000-EXIT
           IF NOT OP-VALIDO
               GO TO 2000-EXIT
           END-IF

           DISPLAY "Nome: " WITH NO ADVANCING.
           ACCEPT OP-NOME.
           IF OP-NOME = SPACES
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 2000-EXIT
           END-IF

           IF OP-CADASTRO-VAZIO
               MOVE "O" TO OP-PERFIL
           ELSE
               PERFORM 8100-PEDIR-PERFIL THRU 8100-EXIT
               IF NOT OP-VALIDO
                   GO TO 2000-EXIT
               END-IF
           END-IF

           PERFORM 8200-PEDIR-SENHA THRU 8200-EXIT
           IF NOT OP-VALIDO
               GO TO 2000-EXIT
           END-IF

           MOVE OP-CODIGO    TO OPR-CODIGO
           MOVE OP-NOME      TO OPR-NOME
           MOVE OP-SENHA     TO OPR-SENHA
           MOVE OP-PERFIL    TO OPR-PERFIL
           MOVE "A"          TO OPR-SITUACAO
           MOVE ZERO         TO OPR-FALHAS
           MOVE ZERO         TO OPR-ULTIMO-ACESSO
           MOVE OP-DATA-HOJE TO OPR-DATA-INCLUSAO
           MOVE ZERO         TO OPR-DATA-ALTERACAO

           WRITE OPR-REC
               INVALID KEY
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
                   DISPLAY "OPERADOR JA CADASTRADO: " OP-CODIGO
               NOT INVALID KEY
                   DISPLAY "OPERADOR INCLUIDO: " OPR-CODIGO
                           " PERFIL " OPR-PERFIL
           END-WRITE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Altera o nome e o perfil de um operador cadastrado.
      *----------------------------------------------------------
       3000-ALTERAR-OPERADOR.
           PERFORM 8000-PEDIR-CODIGO THRU 8000-EXIT
           IF NOT OP-VALIDO
               GO TO 3000-EXIT
           END-IF
           PERFORM 8300-LER-OPERADOR THRU 8300-EXIT
           IF NOT OP-VALIDO
               GO TO 3000-EXIT
           END-IF

           DISPLAY "Nome atual: " OPR-NOME "  perfil: " OPR-PERFIL
           DISPLAY "Novo nome (branco = manter): " WITH NO ADVANCING.
           ACCEPT OP-NOME.
           IF OP-NOME NOT = SPACES
               MOVE OP-NOME TO OPR-NOME
           END-IF
           PERFORM 8100-PEDIR-PERFIL THRU 8100-EXIT
           IF NOT OP-VALIDO
               GO TO 3000-EXIT
           END-IF
           IF OPR-CODIGO = SES-OPERADOR AND OP-PERFIL NOT = "O"
               MOVE 25 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ACESSO-NEGADO
               DISPLAY "O PROPRIO OPERADOR NAO PODE DEIXAR O PERFIL "
                       "OPERACOES"
               GO TO 3000-EXIT
           END-IF
           MOVE OP-PERFIL    TO OPR-PERFIL
           MOVE OP-DATA-HOJE TO OPR-DATA-ALTERACAO

           PERFORM 8400-REGRAVAR-OPERADOR THRU 8400-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Troca a senha de um operador (senha esquecida ou troca
      * periodica), pedida duas vezes para conferencia.
      *----------------------------------------------------------
       4000-TROCAR-SENHA.
           PERFORM 8000-PEDIR-CODIGO THRU 8000-EXIT
           IF NOT OP-VALIDO
               GO TO 4000-EXIT
           END-IF
           PERFORM 8300-LER-OPERADOR THRU 8300-EXIT
           IF NOT OP-VALIDO
               GO TO 4000-EXIT
           END-IF

           PERFORM 8200-PEDIR-SENHA THRU 8200-EXIT
           IF NOT OP-VALIDO
               GO TO 4000-EXIT
           END-IF
           MOVE OP-SENHA     TO OPR-SENHA
           MOVE OP-DATA-HOJE TO OPR-DATA-ALTERACAO

           PERFORM 8400-REGRAVAR-OPERADOR THRU 8400-EXIT.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Desbloqueia um operador bloqueado por senha errada: zera
      * as falhas, volta a situacao para ativo e registra o
      * desbloqueio no log de acesso com o operador responsavel.
      *----------------------------------------------------------
       5000-DESBLOQUEAR.
           PERFORM 8000-PEDIR-CODIGO THRU 8000-EXIT
           IF NOT OP-VALIDO
               GO TO 5000-EXIT
           END-IF
           PERFORM 8300-LER-OPERADOR THRU 8300-EXIT
           IF NOT OP-VALIDO
               GO TO 5000-EXIT
           END-IF

           IF NOT OPR-BLOQUEADO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               DISPLAY "OPERADOR NAO ESTA BLOQUEADO"
               GO TO 5000-EXIT
           END-IF

           MOVE "A"          TO OPR-SITUACAO
           MOVE ZERO         TO OPR-FALHAS
           MOVE OP-DATA-HOJE TO OPR-DATA-ALTERACAO
           PERFORM 8400-REGRAVAR-OPERADOR THRU 8400-EXIT

           OPEN EXTEND OP-ACESSO-FILE
           IF OP-ACESSO-INEXISTENTE
               OPEN OUTPUT OP-ACESSO-FILE
           END-IF
           ACCEPT OP-HORA-AGORA FROM TIME
           MOVE OP-DATA-HOJE  TO ACS-DATA
           MOVE OP-HORA-AGORA TO ACS-HORA
           MOVE OPR-CODIGO    TO ACS-OPERADOR
           MOVE "U"           TO ACS-EVENTO
           MOVE ZERO          TO ACS-FALHAS
           MOVE SPACES        TO ACS-DESCRICAO
           STRING "DESBLOQUEADO POR " SES-OPERADOR
               DELIMITED BY SIZE INTO ACS-DESCRICAO
           MOVE ACS-LINHA TO OP-ACESSO-REC
           WRITE OP-ACESSO-REC
           CLOSE OP-ACESSO-FILE.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Inativa um operador (desligado ou transferido); o
      * registro fica no cadastro para as trilhas de auditoria
      * continuarem identificando quem ele era. O operador da
      * sessao nao pode inativar a si mesmo.
      *----------------------------------------------------------
       6000-INATIVAR-OPERADOR.
           PERFORM 8000-PEDIR-CODIGO THRU 8000-EXIT
           IF NOT OP-VALIDO
               GO TO 6000-EXIT
           END-IF
           IF OP-CODIGO = SES-OPERADOR
               MOVE 25 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ACESSO-NEGADO
               DISPLAY "O PROPRIO OPERADOR NAO PODE SE INATIVAR"
               GO TO 6000-EXIT
           END-IF
           PERFORM 8300-LER-OPERADOR THRU 8300-EXIT
           IF NOT OP-VALIDO
               GO TO 6000-EXIT
           END-IF

           MOVE "I"          TO OPR-SITUACAO
           MOVE OP-DATA-HOJE TO OPR-DATA-ALTERACAO
           PERFORM 8400-REGRAVAR-OPERADOR THRU 8400-EXIT.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Mostra os dados de um operador (a senha nunca e exibida).
      *----------------------------------------------------------
       7000-CONSULTAR-OPERADOR.
           PERFORM 8000-PEDIR-CODIGO THRU 8000-EXIT
           IF NOT OP-VALIDO
               GO TO 7000-EXIT
           END-IF
           PERFORM 8300-LER-OPERADOR THRU 8300-EXIT
           IF NOT OP-VALIDO
               GO TO 7000-EXIT
           END-IF

           DISPLAY "Operador ...: " OPR-CODIGO
           DISPLAY "Nome .......: " OPR-NOME
           DISPLAY "Perfil .....: " OPR-PERFIL
           DISPLAY "Situacao ...: " OPR-SITUACAO
           DISPLAY "Falhas .....: " OPR-FALHAS
           DISPLAY "Ultimo acesso: " OPR-ULTIMO-ACESSO
           DISPLAY "Incluido em : " OPR-DATA-INCLUSAO
           DISPLAY "Alterado em : " OPR-DATA-ALTERACAO.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le o codigo do operador digitado; branco e rejeitado.
      *----------------------------------------------------------
       8000-PEDIR-CODIGO.
           MOVE "N" TO OP-VALIDO-SW
           DISPLAY "Codigo do operador: " WITH NO ADVANCING.
           ACCEPT OP-CODIGO.
           IF OP-CODIGO = SPACES
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 8000-EXIT
           END-IF
           MOVE "S" TO OP-VALIDO-SW.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le o perfil de acesso: T = tesouraria, S = secretaria,
      * M = manutencao predial, O = operacoes.
      *----------------------------------------------------------
       8100-PEDIR-PERFIL.
           MOVE "N" TO OP-VALIDO-SW
           DISPLAY "Perfil (T=tesouraria S=secretaria "
                   "M=manutencao O=operacoes): " WITH NO ADVANCING.
           ACCEPT OP-PERFIL.
           IF NOT OP-PERFIL-VALIDO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 8100-EXIT
           END-IF
           MOVE "S" TO OP-VALIDO-SW.

       8100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le a senha duas vezes; senha em branco ou as duas
      * digitacoes diferentes sao rejeitadas.
      *----------------------------------------------------------
       8200-PEDIR-SENHA.
           MOVE "N" TO OP-VALIDO-SW
           DISPLAY "Senha (ate 8 posicoes): " WITH NO ADVANCING.
           ACCEPT OP-SENHA.
           DISPLAY "Repita a senha: " WITH NO ADVANCING.
           ACCEPT OP-SENHA-CONF.
           IF OP-SENHA = SPACES OR OP-SENHA NOT = OP-SENHA-CONF
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               DISPLAY "SENHA EM BRANCO OU DIFERENTE NA CONFERENCIA"
               GO TO 8200-EXIT
           END-IF
           MOVE "S" TO OP-VALIDO-SW.

       8200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le o operador OP-CODIGO no cadastro.
      *----------------------------------------------------------
       8300-LER-OPERADOR.
           MOVE "N" TO OP-VALIDO-SW
           MOVE OP-CODIGO TO OPR-CODIGO
           READ OP-OPER-FILE
               INVALID KEY
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
                   DISPLAY "OPERADOR NAO CADASTRADO: " OP-CODIGO
                   GO TO 8300-EXIT
           END-READ
           MOVE "S" TO OP-VALIDO-SW.

       8300-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Regrava o operador alterado.
      *----------------------------------------------------------
       8400-REGRAVAR-OPERADOR.
           REWRITE OPR-REC
               INVALID KEY
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
               NOT INVALID KEY
                   DISPLAY "OPERADOR ATUALIZADO: " OPR-CODIGO
                           " PERFIL " OPR-PERFIL
                           " SITUACAO " OPR-SITUACAO
           END-REWRITE.

       8400-EXIT.
           EXIT.
