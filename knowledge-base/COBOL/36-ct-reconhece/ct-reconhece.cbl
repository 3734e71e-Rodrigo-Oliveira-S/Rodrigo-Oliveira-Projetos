       IDENTIFICATION DIVISION.
       PROGRAM-ID. CT-RECONHECE.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para a manutencao do cadastro
      *               de alarmes de sensor (CTALARME, indexado,
      *               layout ALMREC), nos moldes do CADASTRO-SENSOR:
      *               consulta dos alarmes de um sensor, e
      *               reconhecimento e fechamento do alarme ainda em
      *               aberto de um sensor e tipo (E = excursao, S =
      *               sem leitura), com a data do sistema, o
      *               responsavel e uma observacao. Fechado, o
      *               alarme sai da lista em aberto do CT-ALARMES e
      *               a proxima ocorrencia do sensor abre um alarme
      *               novo na CONVERSOR-TEMP.
      * 2026-10-15 RO Passou a rodar so pelo MENU-DRIVER, com a sessao
      *               de um operador aberta (SESREC) e o perfil
      *               autorizado no menu; chamado direto, sem
      *               operador identificado, e recusado com ERRO 25.
      * 2026-10-15 RO Responsavel em branco assume o operador da
      *               sessao; falha no REWRITE do CTALARME e avisada
      *               no console e termina com RC 8.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AK-ALM-FILE ASSIGN TO "CTALARME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CHAVE
               FILE STATUS IS AK-ALM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AK-ALM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALMREC.

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Sessao do operador aberta pelo MENU-DRIVER
           COPY SESREC.

       01 AK-LINHA         PIC X(45) VALUE ALL "=".

      *Opcao do menu de manutencao
       01 AK-OPCAO         PIC 9(1).
           88 AK-SAIR              VALUE 0.
           88 AK-CONSULTAR         VALUE 1.
           88 AK-RECONHECER        VALUE 2.
           88 AK-FECHAR            VALUE 3.

      *Status do cadastro de alarmes (CTALARME); sem ele nao ha o
      *que manter - e a CONVERSOR-TEMP quem cria o arquivo.
       01 AK-ALM-STATUS    PIC X(02).
           88 AK-ALM-OK            VALUE "00".
           88 AK-ALM-INEXISTENTE   VALUE "35".

      *Busca dos alarmes de um sensor pela chave parcial
       01 AK-ACHOU-SW      PIC X(01) VALUE "N".
           88 AK-ACHOU             VALUE "S".
       01 AK-FIM-SW        PIC X(01) VALUE "N".
           88 AK-FIM               VALUE "S".

      *Sensor e tipo pedidos ao operador, data do sistema e dados
      *do reconhecimento/fechamento
       77 AK-SENSOR        PIC 9(06).
       77 AK-TIPO          PIC X(01).
       77 AK-DATA-HOJE     PIC 9(08).
       77 AK-RESPONSAVEL   PIC X(20).
       77 AK-OBSERVACAO    PIC X(40).
       77 AK-QTD-ALARMES   PIC 9(04) VALUE ZERO.

      *Edicao dos valores para a consulta
       77 AK-VALOR-ED      PIC -ZZZZZZ9.9.
       77 AK-QTD-ED        PIC ZZZ,ZZ9.

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

           OPEN I-O AK-ALM-FILE.

           IF NOT AK-ALM-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "CTALARME AUSENTE"
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT AK-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 1000-EXIBIR-MENU THRU 1000-EXIT
                   WITH TEST AFTER
                   UNTIL AK-SAIR

               CLOSE AK-ALM-FILE
           END-IF.

           GOBACK.

      *----------------------------------------------------------
      * Exibe o menu de manutencao, le a opcao escolhida e
      * despacha para a rotina correspondente. Volta para o menu
      * apos cada operacao, ate que o operador escolha sair.
      *----------------------------------------------------------
       1000-EXIBIR-MENU.
           DISPLAY AK-LINHA.
           DISPLAY "MANUTENCAO DE ALARMES DE SENSOR".
           DISPLAY AK-LINHA.
           DISPLAY "1 - Consultar alarmes de um sensor".
           DISPLAY "2 - Reconhecer alarme em aberto".
           DISPLAY "3 - Fechar alarme em aberto".
           DISPLAY "0 - Sair".
           DISPLAY AK-LINHA.
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT AK-OPCAO.
           DISPLAY " ".

           EVALUATE TRUE
               WHEN AK-CONSULTAR
                   PERFORM 2000-CONSULTAR-SENSOR THRU 2000-EXIT
               WHEN AK-RECONHECER
                   PERFORM 3000-RECONHECER-ALARME THRU 3000-EXIT
               WHEN AK-FECHAR
                   PERFORM 4000-FECHAR-ALARME THRU 4000-EXIT
               WHEN AK-SAIR
                   DISPLAY "Encerrando a manutencao de alarmes."
               WHEN OTHER
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Mostra todos os alarmes do sensor pedido, de qualquer tipo
      * e situacao, em ordem de tipo e data de abertura.
      *----------------------------------------------------------
       2000-CONSULTAR-SENSOR.
           PERFORM 8000-PEDIR-SENSOR THRU 8000-EXIT

           MOVE ZERO TO AK-QTD-ALARMES
           MOVE "N"  TO AK-FIM-SW
           MOVE AK-SENSOR TO ALM-SENSOR
           MOVE LOW-VALUES TO ALM-TIPO
           MOVE ZERO TO ALM-DATA-ABERTURA
           START AK-ALM-FILE KEY IS NOT LESS THAN ALM-CHAVE
               INVALID KEY
                   MOVE "S" TO AK-FIM-SW
           END-START

           PERFORM 2100-MOSTRAR-ALARME THRU 2100-EXIT
               UNTIL AK-FIM

           IF AK-QTD-ALARMES = ZERO
               DISPLAY "NENHUM ALARME PARA O SENSOR " AK-SENSOR
           ELSE
               MOVE AK-QTD-ALARMES TO AK-QTD-ED
               DISPLAY "ALARMES DO SENSOR: " AK-QTD-ED
           END-IF.

       2000-EXIT.
           EXIT.

       2100-MOSTRAR-ALARME.
           READ AK-ALM-FILE NEXT RECORD
               AT END
                   MOVE "S" TO AK-FIM-SW
                   GO TO 2100-EXIT
           END-READ

           IF ALM-SENSOR NOT = AK-SENSOR
               MOVE "S" TO AK-FIM-SW
               GO TO 2100-EXIT
           END-IF

           ADD 1 TO AK-QTD-ALARMES
           PERFORM 8200-EXIBIR-ALARME THRU 8200-EXIT.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Reconhece o alarme aberto do sensor e tipo pedidos: a
      * manutencao ja sabe do problema. O alarme continua em
      * aberto e segue recebendo as ocorrencias do sensor.
      *----------------------------------------------------------
       3000-RECONHECER-ALARME.
           PERFORM 8000-PEDIR-SENSOR THRU 8000-EXIT
           PERFORM 8050-PEDIR-TIPO THRU 8050-EXIT
           IF NOT ERR-SUCESSO
               GO TO 3000-EXIT
           END-IF
           PERFORM 8100-ACHAR-EM-ABERTO THRU 8100-EXIT
           IF NOT AK-ACHOU
               GO TO 3000-EXIT
           END-IF

           PERFORM 8200-EXIBIR-ALARME THRU 8200-EXIT
           IF ALM-RECONHECIDO
               DISPLAY "ALARME JA RECONHECIDO EM " ALM-DATA-RECONHEC
               GO TO 3000-EXIT
           END-IF

           PERFORM 8300-PEDIR-RESPONSAVEL THRU 8300-EXIT
           MOVE "R"            TO ALM-SITUACAO
           MOVE AK-DATA-HOJE   TO ALM-DATA-RECONHEC
           MOVE AK-RESPONSAVEL TO ALM-RESPONSAVEL
           IF AK-OBSERVACAO NOT = SPACES
               MOVE AK-OBSERVACAO TO ALM-OBSERVACAO
           END-IF
           REWRITE ALM-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CTALARME " ALM-CHAVE
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "ALARME RECONHECIDO"
           END-REWRITE.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Fecha o alarme aberto (ou reconhecido) do sensor e tipo
      * pedidos. Alarme fechado sem reconhecimento previo fica com
      * o reconhecimento na mesma data.
      *----------------------------------------------------------
       4000-FECHAR-ALARME.
           PERFORM 8000-PEDIR-SENSOR THRU 8000-EXIT
           PERFORM 8050-PEDIR-TIPO THRU 8050-EXIT
           IF NOT ERR-SUCESSO
               GO TO 4000-EXIT
           END-IF
           PERFORM 8100-ACHAR-EM-ABERTO THRU 8100-EXIT
           IF NOT AK-ACHOU
               GO TO 4000-EXIT
           END-IF

           PERFORM 8200-EXIBIR-ALARME THRU 8200-EXIT
           PERFORM 8300-PEDIR-RESPONSAVEL THRU 8300-EXIT
           IF ALM-DATA-RECONHEC = ZERO
               MOVE AK-DATA-HOJE TO ALM-DATA-RECONHEC
           END-IF
           MOVE "F"            TO ALM-SITUACAO
           MOVE AK-DATA-HOJE   TO ALM-DATA-FECHAMENTO
           MOVE AK-RESPONSAVEL TO ALM-RESPONSAVEL
           IF AK-OBSERVACAO NOT = SPACES
               MOVE AK-OBSERVACAO TO ALM-OBSERVACAO
           END-IF
           REWRITE ALM-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CTALARME " ALM-CHAVE
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "ALARME FECHADO"
           END-REWRITE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le o numero do sensor digitado pelo operador.
      *----------------------------------------------------------
       8000-PEDIR-SENSOR.
           DISPLAY "Sensor (6 digitos): " WITH NO ADVANCING.
           ACCEPT AK-SENSOR.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le o tipo do alarme (E = excursao, S = sem leitura).
      *----------------------------------------------------------
       8050-PEDIR-TIPO.
           MOVE ZERO TO ERR-STATUS-CODE
           DISPLAY "Tipo (E=excursao S=sem leitura): "
               WITH NO ADVANCING.
           ACCEPT AK-TIPO.
           IF AK-TIPO NOT = "E" AND AK-TIPO NOT = "S"
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
           END-IF.

       8050-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procura o alarme ainda em aberto (aberto ou reconhecido)
      * do sensor e tipo pedidos. Achado, fica na area do arquivo
      * para o REWRITE.
      *----------------------------------------------------------
       8100-ACHAR-EM-ABERTO.
           MOVE "N" TO AK-ACHOU-SW
           MOVE "N" TO AK-FIM-SW
           MOVE AK-SENSOR TO ALM-SENSOR
           MOVE AK-TIPO   TO ALM-TIPO
           MOVE ZERO      TO ALM-DATA-ABERTURA
           START AK-ALM-FILE KEY IS NOT LESS THAN ALM-CHAVE
               INVALID KEY
                   MOVE "S" TO AK-FIM-SW
           END-START

           PERFORM 8150-LER-ALARME THRU 8150-EXIT
               UNTIL AK-FIM OR AK-ACHOU

           IF NOT AK-ACHOU
               DISPLAY "NENHUM ALARME EM ABERTO DO SENSOR " AK-SENSOR
                       " TIPO " AK-TIPO
           END-IF.

       8100-EXIT.
           EXIT.

       8150-LER-ALARME.
           READ AK-ALM-FILE NEXT RECORD
               AT END
                   MOVE "S" TO AK-FIM-SW
                   GO TO 8150-EXIT
           END-READ

           IF ALM-SENSOR NOT = AK-SENSOR OR ALM-TIPO NOT = AK-TIPO
               MOVE "S" TO AK-FIM-SW
               GO TO 8150-EXIT
           END-IF

           IF ALM-EM-ABERTO
               MOVE "S" TO AK-ACHOU-SW
           END-IF.

       8150-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Mostra os dados do alarme corrente no console.
      *----------------------------------------------------------
       8200-EXIBIR-ALARME.
           DISPLAY AK-LINHA
           DISPLAY "Sensor    : " ALM-SENSOR "  Tipo: " ALM-TIPO
           DISPLAY "Local     : " ALM-LOCAL
           DISPLAY "Aberto em : " ALM-DATA-ABERTURA
                   "  Ultima: " ALM-DATA-ULTIMA
           DISPLAY "Situacao  : " ALM-SITUACAO
                   "  Escalado: " ALM-ESCALADO
                   " " ALM-DATA-ESCALADA
           DISPLAY "Dias      : " ALM-QTD-DIAS
                   "  Excursoes: " ALM-QTD-EXCURSOES
                   "  Seguidas: " ALM-SEGUIDAS
           IF ALM-TIPO-EXCURSAO
               MOVE ALM-PRIM-VALOR TO AK-VALOR-ED
               DISPLAY "Primeira  : " AK-VALOR-ED
                       "  Limite " ALM-PRIM-LIMITE-TIPO
               MOVE ALM-ULT-VALOR TO AK-VALOR-ED
               DISPLAY "Ultima    : " AK-VALOR-ED
                       "  Limite " ALM-ULT-LIMITE-TIPO
               MOVE ALM-ULT-LIMITE TO AK-VALOR-ED
               DISPLAY "Valor lim.: " AK-VALOR-ED
           END-IF
           IF ALM-DATA-RECONHEC > ZERO
               DISPLAY "Reconhec. : " ALM-DATA-RECONHEC
                       "  Fechado: " ALM-DATA-FECHAMENTO
               DISPLAY "Respons.  : " ALM-RESPONSAVEL
           END-IF
           IF ALM-OBSERVACAO NOT = SPACES
               DISPLAY "Observacao: " ALM-OBSERVACAO
           END-IF.

       8200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le do operador o responsavel e uma observacao opcional.
      * Responsavel em branco fica o operador da sessao.
      *----------------------------------------------------------
       8300-PEDIR-RESPONSAVEL.
           MOVE SPACES TO AK-RESPONSAVEL
           MOVE SPACES TO AK-OBSERVACAO
           DISPLAY "Responsavel: " WITH NO ADVANCING.
           ACCEPT AK-RESPONSAVEL.
           IF AK-RESPONSAVEL = SPACES
               MOVE SES-OPERADOR TO AK-RESPONSAVEL
           END-IF.
           DISPLAY "Observacao (ENTER=manter): " WITH NO ADVANCING.
           ACCEPT AK-OBSERVACAO.

       8300-EXIT.
           EXIT.
