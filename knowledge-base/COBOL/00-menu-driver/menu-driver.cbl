      *               MEDIA-NOTAS e a CONVERSOR-TEMP num unico menu.
      * 2026-08-09 RO Passou a usar os codigos de status e mensagens
      *               de erro padrao (ERRCODES) para opcao invalida.
      * 2026-10-15 RO Incluida a entrada do operador: codigo e senha
      *               conferidos contra o cadastro de operadores
      *               (SISOPER, layout OPRREC, mantido pelo
      *               CADASTRO-OPERADOR), tres tentativas por
      *               execucao e bloqueio do operador na terceira
      *               senha errada seguida. Cada tentativa, aceita ou
      *               nao, e cada saida vao para o log de acesso
      *               (SISACESS, layout ACSREC). O menu passou a
      *               oferecer tambem os programas de manutencao que
      *               rodavam direto (cadastros de alunos, turmas,
      *               calendario, sensores, calibracao, alarmes,
      *               cambio e operadores), mostrando so os que o
      *               perfil do operador pode usar. O operador fica
      *               na area de sessao (SESREC) lida pelos programas
      *               chamados, que o gravam nas trilhas de auditoria.
      * 2026-10-15 RO Falha de senha separada em 2200-REGISTRAR-FALHA;
      *               rotinas de entrada e de perfil com uma sentenca
      *               por comando, como o resto do programa.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MD-OPER-FILE ASSIGN TO "SISOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS MD-OPER-STATUS.

           SELECT MD-ACESSO-FILE ASSIGN TO "SISACESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MD-ACESSO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MD-OPER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPRREC.

       FD  MD-ACESSO-FILE
           LABEL RECORDS ARE STANDARD.
       01  MD-ACESSO-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *tres programas do sistema)
           COPY ERRCODES.

      *Sessao do operador, comum aos programas chamados pelo menu
           COPY SESREC.

      *Linha do log de acesso (SISACESS)
           COPY ACSREC.

       01 MD-LINHA     PIC X(37) VALUE ALL "=".
       01 MD-OPCAO     PIC 9(2).
           88 MD-SAIR              VALUE 0.

      *Status do cadastro de operadores (SISOPER) e do log de
      *acesso (SISACESS, aberto em EXTEND; criado na primeira vez)
       01 MD-OPER-STATUS   PIC X(02).
           88 MD-OPER-OK           VALUE "00".
           88 MD-OPER-INEXISTENTE  VALUE "35".
       01 MD-ACESSO-STATUS PIC X(02).
           88 MD-ACESSO-OK         VALUE "00".
           88 MD-ACESSO-INEXISTENTE VALUE "35".

      *Entrada do operador: codigo e senha digitados, tentativas
      *nesta execucao e falhas seguidas que bloqueiam o operador
       01 MD-OPERADOR      PIC X(08).
       01 MD-SENHA         PIC X(08).
       77 MD-TENTATIVAS    PIC 9(01) VALUE ZERO.
       77 MD-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       77 MD-MAX-FALHAS    PIC 9(02) VALUE 3.
       77 MD-DATA-HOJE     PIC 9(08) VALUE ZERO.
       77 MD-HORA-AGORA    PIC 9(08) VALUE ZERO.

      *Programas oferecidos pelo menu e perfis de operador que
      *podem usar cada um (T = tesouraria, S = secretaria,
      *M = manutencao predial, O = operacoes). A opcao do menu e a
      *posicao do programa na tabela.
       01 MD-TAB-PROGRAMAS-VAL.
           05 FILLER PIC X(20) VALUE "CALCULADORA".
           05 FILLER PIC X(30) VALUE "Calculadora".
           05 FILLER PIC X(04) VALUE "TO".
           05 FILLER PIC X(20) VALUE "MEDIA-NOTAS".
           05 FILLER PIC X(30) VALUE "Media de Notas".
           05 FILLER PIC X(04) VALUE "SO".
           05 FILLER PIC X(20) VALUE "CONVERSOR-TEMP".
           05 FILLER PIC X(30) VALUE "Conversor de Temperatura".
           05 FILLER PIC X(04) VALUE "MO".
           05 FILLER PIC X(20) VALUE "CADASTRO-ALUNOS".
           05 FILLER PIC X(30) VALUE "Cadastro de alunos".
           05 FILLER PIC X(04) VALUE "SO".
           05 FILLER PIC X(20) VALUE "CADASTRO-TURMAS".
           05 FILLER PIC X(30) VALUE "Cadastro de turmas".
           05 FILLER PIC X(04) VALUE "SO".
           05 FILLER PIC X(20) VALUE "CADASTRO-CALEND".
           05 FILLER PIC X(30) VALUE "Calendario escolar".
           05 FILLER PIC X(04) VALUE "SO".
           05 FILLER PIC X(20) VALUE "CADASTRO-SENSOR".
           05 FILLER PIC X(30) VALUE "Cadastro de sensores".
           05 FILLER PIC X(04) VALUE "MO".
           05 FILLER PIC X(20) VALUE "CADASTRO-CALIBRA".
           05 FILLER PIC X(30) VALUE "Calibracao de sensores".
           05 FILLER PIC X(04) VALUE "MO".
           05 FILLER PIC X(20) VALUE "CT-RECONHECE".
           05 FILLER PIC X(30) VALUE "Alarmes de sensor".
           05 FILLER PIC X(04) VALUE "MO".
           05 FILLER PIC X(20) VALUE "CADASTRO-CAMBIO".
           05 FILLER PIC X(30) VALUE "Taxas de cambio".
           05 FILLER PIC X(04) VALUE "TO".
           05 FILLER PIC X(20) VALUE "CADASTRO-OPERADOR".
           05 FILLER PIC X(30) VALUE "Cadastro de operadores".
           05 FILLER PIC X(04) VALUE "O".
       01 MD-TAB-PROGRAMAS REDEFINES MD-TAB-PROGRAMAS-VAL.
           05 MD-PRG               OCCURS 11 TIMES.
               10 MD-PRG-NOME      PIC X(20).
               10 MD-PRG-DESCR     PIC X(30).
               10 MD-PRG-PERFIS    PIC X(04).
       77 MD-QTD-PROGRAMAS PIC 9(02) COMP VALUE 11.
       77 MD-IND-PRG       PIC 9(02) COMP.
       77 MD-QTD-PERFIL    PIC 9(02) COMP.
       01 MD-PERMITIDO-SW  PIC X(01) VALUE "N".
           88 MD-PERMITIDO         VALUE "S".

      *Linha de uma opcao do menu
       01 MD-LINHA-OPCAO.
           05 MD-OPC-NUMERO    PIC 9(02).
           05 FILLER           PIC X(03) VALUE " - ".
           05 MD-OPC-DESCR     PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 2000-ENTRAR-OPERADOR THRU 2000-EXIT.
           IF NOT SES-ABERTA
               MOVE 8 TO RETURN-CODE
               GOBACK.

           PERFORM 1000-EXIBIR-MENU THRU 1000-EXIT
               WITH TEST AFTER
               UNTIL MD-SAIR.

           PERFORM 3000-ENCERRAR-SESSAO THRU 3000-EXIT.

           GOBACK.

      *----------------------------------------------------------
      * Exibe o menu principal com os programas que o perfil do
      * operador pode usar, le a opcao escolhida e despacha para
      * o programa correspondente. Volta para o menu apos cada
      * programa terminar, ate que o operador escolha sair.
      *----------------------------------------------------------
       1000-EXIBIR-MENU.
           DISPLAY MD-LINHA.
           DISPLAY "SISTEMA COBOL - MENU PRINCIPAL".
           DISPLAY "Operador: " SES-OPERADOR "  Perfil: " SES-PERFIL.
           DISPLAY MD-LINHA.
           MOVE 1 TO MD-IND-PRG.
           PERFORM 1100-EXIBIR-OPCAO THRU 1100-EXIT
               UNTIL MD-IND-PRG > MD-QTD-PROGRAMAS.
           DISPLAY "00 - Sair".
           DISPLAY MD-LINHA.
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT MD-OPCAO.
           DISPLAY " ".

           IF MD-OPCAO = ZERO OR MD-OPCAO > MD-QTD-PROGRAMAS
               GO TO 1000-DESPACHAR.

           MOVE MD-OPCAO TO MD-IND-PRG.
           PERFORM 1200-CONFERIR-PERFIL THRU 1200-EXIT.
           IF NOT MD-PERMITIDO
               MOVE 25 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ACESSO-NEGADO
               GO TO 1000-EXIT.

       1000-DESPACHAR.

           EVALUATE MD-OPCAO
               WHEN 1
                   CALL "CALCULADORA"
                   CALL "MEDIA-NOTAS"
               WHEN 3
                   CALL "CONVERSOR-TEMP"
               WHEN 4
                   CALL "CADASTRO-ALUNOS"
               WHEN 5
                   CALL "CADASTRO-TURMAS"
               WHEN 6
                   CALL "CADASTRO-CALEND"
               WHEN 7
                   CALL "CADASTRO-SENSOR"
               WHEN 8
                   CALL "CADASTRO-CALIBRA"
               WHEN 9
                   CALL "CT-RECONHECE"
               WHEN 10
                   CALL "CADASTRO-CAMBIO"
               WHEN 11
                   CALL "CADASTRO-OPERADOR"
               WHEN 0
                   DISPLAY "Encerrando o sistema."
               WHEN OTHER

       1000-EXIT.
           EXIT.

       1100-EXIBIR-OPCAO.
           PERFORM 1200-CONFERIR-PERFIL THRU 1200-EXIT.
           IF NOT MD-PERMITIDO
               GO TO 1100-PROXIMA.

           MOVE MD-IND-PRG TO MD-OPC-NUMERO.
           MOVE MD-PRG-DESCR(MD-IND-PRG) TO MD-OPC-DESCR.
           DISPLAY MD-LINHA-OPCAO.

       1100-PROXIMA.
           ADD 1 TO MD-IND-PRG.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere se o perfil do operador da sessao esta entre os
      * perfis autorizados para o programa MD-IND-PRG da tabela.
      *----------------------------------------------------------
       1200-CONFERIR-PERFIL.
           MOVE "N" TO MD-PERMITIDO-SW.
           MOVE ZERO TO MD-QTD-PERFIL.
           INSPECT MD-PRG-PERFIS(MD-IND-PRG)
               TALLYING MD-QTD-PERFIL FOR ALL SES-PERFIL.
           IF MD-QTD-PERFIL > ZERO
               MOVE "S" TO MD-PERMITIDO-SW.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Entrada do operador: ate tres tentativas de codigo e
      * senha contra o cadastro de operadores (SISOPER). Sem
      * entrada aceita a sessao fica fechada e o menu nao abre.
      *----------------------------------------------------------
       2000-ENTRAR-OPERADOR.
           MOVE "N"    TO SES-ATIVA.
           MOVE SPACES TO SES-OPERADOR.
           MOVE SPACES TO SES-PERFIL.
           MOVE ZERO   TO SES-DATA-ENTRADA.
           MOVE ZERO   TO SES-HORA-ENTRADA.

           DISPLAY MD-LINHA.
           DISPLAY "SISTEMA COBOL - ENTRADA DO OPERADOR".
           DISPLAY MD-LINHA.

           OPEN I-O MD-OPER-FILE.
           IF NOT MD-OPER-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "SISOPER AUSENTE - CADASTRAR O PRIMEIRO "
                       "OPERADOR PELO CADASTRO-OPERADOR"
               GO TO 2000-EXIT.

           OPEN EXTEND MD-ACESSO-FILE.
           IF MD-ACESSO-INEXISTENTE
               OPEN OUTPUT MD-ACESSO-FILE.

           MOVE ZERO TO MD-TENTATIVAS.
           PERFORM 2100-TENTAR-ENTRADA THRU 2100-EXIT
               UNTIL SES-ABERTA
                  OR MD-TENTATIVAS >= MD-MAX-TENTATIVAS.

           CLOSE MD-OPER-FILE.
           CLOSE MD-ACESSO-FILE.

           IF NOT SES-ABERTA
               MOVE 25 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ACESSO-NEGADO.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Uma tentativa de entrada. Operador desconhecido, bloqueado
      * ou inativo e recusado; senha errada soma uma falha no
      * cadastro e bloqueia o operador na terceira seguida; senha
      * certa zera as falhas e abre a sessao. Toda tentativa vai
      * para o log de acesso.
      *----------------------------------------------------------
       2100-TENTAR-ENTRADA.
           ADD 1 TO MD-TENTATIVAS.
           DISPLAY "Operador: " WITH NO ADVANCING.
           ACCEPT MD-OPERADOR.
           DISPLAY "Senha: " WITH NO ADVANCING.
           ACCEPT MD-SENHA.
           DISPLAY " ".

           MOVE MD-OPERADOR TO ACS-OPERADOR.
           MOVE MD-OPERADOR TO OPR-CODIGO.
           READ MD-OPER-FILE
               INVALID KEY
                   MOVE "D"  TO ACS-EVENTO
                   MOVE ZERO TO ACS-FALHAS
                   MOVE "OPERADOR NAO CADASTRADO" TO ACS-DESCRICAO
                   PERFORM 8000-GRAVAR-ACESSO THRU 8000-EXIT
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
                   GO TO 2100-EXIT.

           IF OPR-ATIVO
               GO TO 2100-SENHA.

           MOVE "R"        TO ACS-EVENTO.
           MOVE OPR-FALHAS TO ACS-FALHAS.
           IF OPR-BLOQUEADO
               MOVE "OPERADOR BLOQUEADO" TO ACS-DESCRICAO
           ELSE
               MOVE "OPERADOR INATIVO" TO ACS-DESCRICAO.
           PERFORM 8000-GRAVAR-ACESSO THRU 8000-EXIT.
           DISPLAY "OPERADOR BLOQUEADO OU INATIVO - PROCURE A "
                   "EQUIPE DE OPERACOES".
           GO TO 2100-EXIT.

       2100-SENHA.
           IF MD-SENHA NOT = OPR-SENHA
               PERFORM 2200-REGISTRAR-FALHA THRU 2200-EXIT
               GO TO 2100-EXIT.

           ACCEPT MD-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZERO         TO OPR-FALHAS.
           MOVE MD-DATA-HOJE TO OPR-ULTIMO-ACESSO.
           REWRITE OPR-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR SISOPER".

           MOVE "S"          TO SES-ATIVA.
           MOVE OPR-CODIGO   TO SES-OPERADOR.
           MOVE OPR-PERFIL   TO SES-PERFIL.
           MOVE MD-DATA-HOJE TO SES-DATA-ENTRADA.
           ACCEPT SES-HORA-ENTRADA FROM TIME.

           MOVE "E"  TO ACS-EVENTO.
           MOVE ZERO TO ACS-FALHAS.
           MOVE "ENTRADA NO MENU" TO ACS-DESCRICAO.
           PERFORM 8000-GRAVAR-ACESSO THRU 8000-EXIT.
           DISPLAY "Bem-vindo, " OPR-NOME.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Senha errada: soma a falha no cadastro do operador,
      * bloqueia na terceira seguida e registra no log de acesso.
      *----------------------------------------------------------
       2200-REGISTRAR-FALHA.
           ADD 1 TO OPR-FALHAS.
           IF OPR-FALHAS >= MD-MAX-FALHAS
               MOVE "B" TO OPR-SITUACAO
               MOVE "B" TO ACS-EVENTO
               MOVE "BLOQUEADO POR SENHA ERRADA" TO ACS-DESCRICAO
           ELSE
               MOVE "F" TO ACS-EVENTO
               MOVE "SENHA ERRADA" TO ACS-DESCRICAO.
           REWRITE OPR-REC
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR SISOPER".
           MOVE OPR-FALHAS TO ACS-FALHAS.
           PERFORM 8000-GRAVAR-ACESSO THRU 8000-EXIT.
           DISPLAY "OPERADOR OU SENHA INVALIDOS".
           IF OPR-BLOQUEADO
               DISPLAY "OPERADOR BLOQUEADO APOS "
                       MD-MAX-FALHAS " FALHAS SEGUIDAS".

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Saida do menu: registra a saida no log de acesso e fecha
      * a sessao, para nenhum programa chamado depois no mesmo
      * processo herdar o operador.
      *----------------------------------------------------------
       3000-ENCERRAR-SESSAO.
           OPEN EXTEND MD-ACESSO-FILE.
           IF MD-ACESSO-INEXISTENTE
               OPEN OUTPUT MD-ACESSO-FILE.
           MOVE SES-OPERADOR TO ACS-OPERADOR.
           MOVE "S"  TO ACS-EVENTO.
           MOVE ZERO TO ACS-FALHAS.
           MOVE "SAIDA DO MENU" TO ACS-DESCRICAO.
           PERFORM 8000-GRAVAR-ACESSO THRU 8000-EXIT.
           CLOSE MD-ACESSO-FILE.

           MOVE "N"    TO SES-ATIVA.
           MOVE SPACES TO SES-OPERADOR.
           MOVE SPACES TO SES-PERFIL.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava uma linha no log de acesso (SISACESS), ja aberto,
      * com o operador, o evento, as falhas e a descricao
      * preenchidos pelo chamador.
      *----------------------------------------------------------
       8000-GRAVAR-ACESSO.
           ACCEPT MD-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT MD-HORA-AGORA FROM TIME.
           MOVE MD-DATA-HOJE  TO ACS-DATA.
           MOVE MD-HORA-AGORA TO ACS-HORA.
           MOVE ACS-LINHA TO MD-ACESSO-REC.
           WRITE MD-ACESSO-REC.

       8000-EXIT.
           EXIT.
