       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CAMBIO.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para manter o cadastro de
      *               taxas de cambio da tesouraria (TXCAMBIO,
      *               indexado por moeda e data, layout CAMREC), nos
      *               moldes do CADASTRO-SENSOR: inclusao da taxa de
      *               uma moeda num dia, correcao de uma taxa ja
      *               incluida e consulta das taxas de uma moeda a
      *               partir de uma data. So se aceita taxa em dia
      *               util do calendario escolar (SISCAL, dia letivo
      *               ou de recesso) e uma so por moeda por dia. A
      *               CALCULADORA usa a taxa da data do movimento na
      *               operacao 7 (conversao para reais).
      * 2026-10-15 RO Passou a rodar so pelo MENU-DRIVER, com a sessao
      *               de um operador aberta (SESREC) e o perfil
      *               autorizado no menu; chamado direto, sem
      *               operador identificado, e recusado com ERRO 25.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CX-CAM-FILE ASSIGN TO "TXCAMBIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAM-CHAVE
               FILE STATUS IS CX-CAM-STATUS.

           SELECT CX-CAL-FILE ASSIGN TO "SISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATA
               FILE STATUS IS CX-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CX-CAM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CAMREC.

       FD  CX-CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Sessao do operador aberta pelo MENU-DRIVER
           COPY SESREC.

       01 CX-LINHA         PIC X(45) VALUE ALL "=".

      *Opcao do menu de manutencao
       01 CX-OPCAO         PIC 9(1).
           88 CX-SAIR              VALUE 0.
           88 CX-INCLUIR           VALUE 1.
           88 CX-ALTERAR           VALUE 2.
           88 CX-CONSULTAR         VALUE 3.

      *Status do cadastro de taxas (TXCAMBIO); 35 = ainda nao
      *existe no disco (primeira execucao), criado vazio e
      *reaberto. O calendario escolar e obrigatorio.
       01 CX-CAM-STATUS    PIC X(02).
           88 CX-CAM-OK            VALUE "00".
           88 CX-CAM-INEXISTENTE   VALUE "35".
       01 CX-CAL-STATUS    PIC X(02).
           88 CX-CAL-OK            VALUE "00".
           88 CX-CAL-INEXISTENTE   VALUE "35".

      *Resultado das validacoes e controle da consulta
       01 CX-VALIDO-SW     PIC X(01) VALUE "N".
           88 CX-VALIDO            VALUE "S".
       01 CX-FIM-SW        PIC X(01) VALUE "N".
           88 CX-FIM               VALUE "S".

      *Dados pedidos ao operador
       77 CX-MOEDA         PIC 9(03).
       77 CX-DATA          PIC 9(08).
       77 CX-DATA-HOJE     PIC 9(08).
       77 CX-SIGLA         PIC X(03).
       77 CX-TAXA          PIC 9(04)V9(06).
       77 CX-QTD-TAXAS     PIC 9(04) VALUE ZERO.

      *Edicao dos valores para a consulta
       77 CX-TAXA-ED       PIC ZZZ9.999999.
       77 CX-QTD-ED        PIC ZZZ,ZZ9.

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

           OPEN INPUT CX-CAL-FILE.
           IF NOT CX-CAL-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "SISCAL AUSENTE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CX-CAM-FILE.
           IF CX-CAM-INEXISTENTE
               OPEN OUTPUT CX-CAM-FILE
               CLOSE CX-CAM-FILE
               OPEN I-O CX-CAM-FILE
           END-IF.

           IF NOT CX-CAM-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT CX-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 1000-EXIBIR-MENU THRU 1000-EXIT
                   WITH TEST AFTER
                   UNTIL CX-SAIR

               CLOSE CX-CAM-FILE
           END-IF.

           CLOSE CX-CAL-FILE.

           GOBACK.

      *----------------------------------------------------------
      * Exibe o menu de manutencao, le a opcao escolhida e
      * despacha para a rotina correspondente. Volta para o menu
      * apos cada operacao, ate que o operador escolha sair.
      *----------------------------------------------------------
       1000-EXIBIR-MENU.
           DISPLAY CX-LINHA.
           DISPLAY "CADASTRO DE TAXAS DE CAMBIO".
           DISPLAY CX-LINHA.
           DISPLAY "1 - Incluir taxa do dia".
           DISPLAY "2 - Corrigir taxa do dia".
           DISPLAY "3 - Consultar taxas da moeda".
           DISPLAY "0 - Sair".
           DISPLAY CX-LINHA.
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT CX-OPCAO.
           DISPLAY " ".

           EVALUATE TRUE
               WHEN CX-INCLUIR
                   PERFORM 2000-INCLUIR-TAXA THRU 2000-EXIT
               WHEN CX-ALTERAR
                   PERFORM 3000-ALTERAR-TAXA THRU 3000-EXIT
               WHEN CX-CONSULTAR
                   PERFORM 4000-CONSULTAR-TAXAS THRU 4000-EXIT
               WHEN CX-SAIR
                   DISPLAY "Encerrando o cadastro de taxas."
               WHEN OTHER
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Inclui a taxa de uma moeda num dia util. Taxa repetida da
      * mesma moeda no mesmo dia e rejeitada pelo INVALID KEY do
      * WRITE (para corrigir, usar a opcao 2).
      *----------------------------------------------------------
       2000-INCLUIR-TAXA.
           PERFORM 8000-PEDIR-CHAVE THRU 8000-EXIT
           IF NOT CX-VALIDO
               GO TO 2000-EXIT
           END-IF

           DISPLAY "Sigla da moeda (ex.: USD): " WITH NO ADVANCING.
           ACCEPT CX-SIGLA.
           IF CX-SIGLA = SPACES
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 2000-EXIT
           END-IF
           PERFORM 8200-PEDIR-TAXA THRU 8200-EXIT
           IF NOT CX-VALIDO
               GO TO 2000-EXIT
           END-IF

           MOVE CX-MOEDA     TO CAM-MOEDA
           MOVE CX-DATA      TO CAM-DATA
           MOVE CX-SIGLA     TO CAM-SIGLA
           MOVE CX-TAXA      TO CAM-TAXA
           MOVE CX-DATA-HOJE TO CAM-DATA-INCLUSAO
           MOVE ZERO         TO CAM-DATA-ALTERACAO
           MOVE CX-TAXA      TO CX-TAXA-ED

           WRITE CAM-REC
               INVALID KEY
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
                   DISPLAY "TAXA DA MOEDA JA INCLUIDA NA DATA"
               NOT INVALID KEY
                   DISPLAY "TAXA INCLUIDA: " CAM-SIGLA " "
                           CX-TAXA-ED
           END-WRITE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Corrige a taxa de uma moeda num dia ja incluido.
      *----------------------------------------------------------
       3000-ALTERAR-TAXA.
           PERFORM 8000-PEDIR-CHAVE THRU 8000-EXIT
           IF NOT CX-VALIDO
               GO TO 3000-EXIT
           END-IF

           MOVE CX-MOEDA TO CAM-MOEDA
           MOVE CX-DATA  TO CAM-DATA
           READ CX-CAM-FILE
               INVALID KEY
                   MOVE 24 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-TAXA-NAO-CADASTRADA
                   GO TO 3000-EXIT
           END-READ

           MOVE CAM-TAXA TO CX-TAXA-ED
           DISPLAY "Moeda: " CAM-MOEDA " " CAM-SIGLA
                   "  taxa atual: " CX-TAXA-ED
           PERFORM 8200-PEDIR-TAXA THRU 8200-EXIT
           IF NOT CX-VALIDO
               GO TO 3000-EXIT
           END-IF

           MOVE CX-TAXA      TO CAM-TAXA
           MOVE CX-DATA-HOJE TO CAM-DATA-ALTERACAO
           MOVE CX-TAXA      TO CX-TAXA-ED

           REWRITE CAM-REC
               INVALID KEY
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
               NOT INVALID KEY
                   DISPLAY "TAXA CORRIGIDA: " CAM-SIGLA " "
                           CX-TAXA-ED
           END-REWRITE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Mostra as taxas de uma moeda a partir de uma data (zero =
      * desde a primeira), da mais antiga para a mais recente.
      *----------------------------------------------------------
       4000-CONSULTAR-TAXAS.
           DISPLAY "Moeda (codigo ISO, ex.: 840, 978): "
               WITH NO ADVANCING.
           ACCEPT CX-MOEDA.
           DISPLAY "A partir de (AAAAMMDD, 0=todas): "
               WITH NO ADVANCING.
           ACCEPT CX-DATA.

           MOVE ZERO TO CX-QTD-TAXAS
           MOVE "N"  TO CX-FIM-SW
           MOVE CX-MOEDA TO CAM-MOEDA
           MOVE CX-DATA  TO CAM-DATA
           START CX-CAM-FILE KEY IS NOT LESS THAN CAM-CHAVE
               INVALID KEY
                   MOVE "S" TO CX-FIM-SW
           END-START

           PERFORM 4100-MOSTRAR-TAXA THRU 4100-EXIT
               UNTIL CX-FIM

           IF CX-QTD-TAXAS = ZERO
               DISPLAY "NENHUMA TAXA PARA A MOEDA " CX-MOEDA
           ELSE
               MOVE CX-QTD-TAXAS TO CX-QTD-ED
               DISPLAY "TAXAS LISTADAS: " CX-QTD-ED
           END-IF.

       4000-EXIT.
           EXIT.

       4100-MOSTRAR-TAXA.
           READ CX-CAM-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CX-FIM-SW
                   GO TO 4100-EXIT
           END-READ

           IF CAM-MOEDA NOT = CX-MOEDA
               MOVE "S" TO CX-FIM-SW
               GO TO 4100-EXIT
           END-IF

           ADD 1 TO CX-QTD-TAXAS
           MOVE CAM-TAXA TO CX-TAXA-ED
           DISPLAY CAM-DATA "  " CAM-SIGLA "  " CX-TAXA-ED
                   "  INCL " CAM-DATA-INCLUSAO
                   "  ALT " CAM-DATA-ALTERACAO.

       4100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le a moeda e a data digitadas pelo operador (data zero =
      * hoje) e confere a data no calendario escolar: so dia
      * letivo ou de recesso e dia util; fim de semana, feriado
      * ou data fora do calendario nao tem taxa.
      *----------------------------------------------------------
       8000-PEDIR-CHAVE.
           MOVE "N" TO CX-VALIDO-SW
           DISPLAY "Moeda (codigo ISO, ex.: 840, 978): "
               WITH NO ADVANCING.
           ACCEPT CX-MOEDA.
           DISPLAY "Data (AAAAMMDD, 0=hoje): " WITH NO ADVANCING.
           ACCEPT CX-DATA.
           IF CX-DATA = ZERO
               MOVE CX-DATA-HOJE TO CX-DATA
           END-IF

           IF CX-MOEDA = ZERO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 8000-EXIT
           END-IF

           MOVE CX-DATA TO CAL-DATA
           READ CX-CAL-FILE
               INVALID KEY
                   MOVE 23 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-DATA-NAO-LETIVA
                   DISPLAY "DATA FORA DO CALENDARIO ESCOLAR: " CX-DATA
                   GO TO 8000-EXIT
           END-READ

           IF NOT CAL-DIA-LETIVO AND NOT CAL-RECESSO
               MOVE 23 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-DATA-NAO-LETIVA
               DISPLAY "DATA NAO E DIA UTIL (TIPO " CAL-TIPO ")"
               GO TO 8000-EXIT
           END-IF

           MOVE "S" TO CX-VALIDO-SW.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le a taxa digitada (reais por unidade da moeda, seis
      * casas decimais); taxa zero e rejeitada.
      *----------------------------------------------------------
       8200-PEDIR-TAXA.
           MOVE "N" TO CX-VALIDO-SW
           DISPLAY "Taxa em reais (9999.999999): " WITH NO ADVANCING.
           ACCEPT CX-TAXA.
           IF CX-TAXA = ZERO
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               GO TO 8200-EXIT
           END-IF
           MOVE "S" TO CX-VALIDO-SW.

       8200-EXIT.
           EXIT.
