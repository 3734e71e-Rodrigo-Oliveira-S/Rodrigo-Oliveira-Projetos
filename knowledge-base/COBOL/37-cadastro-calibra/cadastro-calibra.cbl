       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-CALIBRA.
       AUTHOR. RODRIGO OLIVEIRA.
       DATE-WRITTEN. 2026-10-15.

      *================================================================
      * HISTORICO DE ALTERACOES
      * ----------------------------------------------------------
      * 2026-10-15 RO Programa criado para manter o historico de
      *               calibracao dos sensores (CTCALIB, indexado por
      *               sensor e data, layout CLBREC), nos moldes do
      *               CADASTRO-SENSOR: registro de uma calibracao
      *               (data, leitura de referencia, leitura medida,
      *               tecnico e proxima calibracao; o desvio e
      *               calculado como referencia menos medida, na
      *               escala nativa do sensor) e consulta do
      *               historico de um sensor. O sensor precisa estar
      *               no cadastro mestre (CTSENMST). A CONVERSOR-TEMP
      *               aplica o desvio da calibracao vigente as
      *               leituras do sensor e marca as de calibracao
      *               vencida.
      * 2026-10-15 RO Passou a rodar so pelo MENU-DRIVER, com a sessao
      *               de um operador aberta (SESREC) e o perfil
      *               autorizado no menu; chamado direto, sem
      *               operador identificado, e recusado com ERRO 25.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CB-CLB-FILE ASSIGN TO "CTCALIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CHAVE
               FILE STATUS IS CB-CLB-STATUS.

           SELECT CB-SENMST-FILE ASSIGN TO "CTSENMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SENM-NUMERO
               FILE STATUS IS CB-SENMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CB-CLB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CLBREC.

       FD  CB-SENMST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SENREC.

       WORKING-STORAGE SECTION.

      *Codigos de status e mensagens de erro padrao (comuns aos
      *programas do sistema)
           COPY ERRCODES.

      *Sessao do operador aberta pelo MENU-DRIVER
           COPY SESREC.

       01 CB-LINHA         PIC X(45) VALUE ALL "=".

      *Opcao do menu de manutencao
       01 CB-OPCAO         PIC 9(1).
           88 CB-SAIR              VALUE 0.
           88 CB-REGISTRAR         VALUE 1.
           88 CB-CONSULTAR         VALUE 2.

      *Status do historico de calibracao (CTCALIB); 35 = ainda nao
      *existe no disco (primeira execucao), criado vazio e
      *reaberto. O cadastro mestre de sensores e obrigatorio.
       01 CB-CLB-STATUS    PIC X(02).
           88 CB-CLB-OK            VALUE "00".
           88 CB-CLB-INEXISTENTE   VALUE "35".
       01 CB-SENMST-STATUS PIC X(02).
           88 CB-SENMST-OK         VALUE "00".
           88 CB-SENMST-INEXISTENTE VALUE "35".

      *Sensor achado no mestre e controle da consulta do historico
       01 CB-ACHOU-SW      PIC X(01) VALUE "N".
           88 CB-ACHOU             VALUE "S".
       01 CB-FIM-SW        PIC X(01) VALUE "N".
           88 CB-FIM               VALUE "S".

      *Dados pedidos ao operador
       77 CB-NUMERO        PIC 9(06).
       77 CB-DATA          PIC 9(08).
       77 CB-DATA-HOJE     PIC 9(08).
       77 CB-QTD-CALIB     PIC 9(04) VALUE ZERO.

      *Edicao dos valores para a consulta
       77 CB-VALOR-ED      PIC -ZZZZZZ9.9.
       77 CB-QTD-ED        PIC ZZZ,ZZ9.

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

           OPEN INPUT CB-SENMST-FILE.
           IF NOT CB-SENMST-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               DISPLAY "CTSENMST AUSENTE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CB-CLB-FILE.
           IF CB-CLB-INEXISTENTE
               OPEN OUTPUT CB-CLB-FILE
               CLOSE CB-CLB-FILE
               OPEN I-O CB-CLB-FILE
           END-IF.

           IF NOT CB-CLB-OK
               MOVE 20 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ARQUIVO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT CB-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM 1000-EXIBIR-MENU THRU 1000-EXIT
                   WITH TEST AFTER
                   UNTIL CB-SAIR

               CLOSE CB-CLB-FILE
           END-IF.

           CLOSE CB-SENMST-FILE.

           GOBACK.

      *----------------------------------------------------------
      * Exibe o menu de manutencao, le a opcao escolhida e
      * despacha para a rotina correspondente. Volta para o menu
      * apos cada operacao, ate que o operador escolha sair.
      *----------------------------------------------------------
       1000-EXIBIR-MENU.
           DISPLAY CB-LINHA.
           DISPLAY "HISTORICO DE CALIBRACAO DE SENSORES".
           DISPLAY CB-LINHA.
           DISPLAY "1 - Registrar calibracao".
           DISPLAY "2 - Consultar historico do sensor".
           DISPLAY "0 - Sair".
           DISPLAY CB-LINHA.
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT CB-OPCAO.
           DISPLAY " ".

           EVALUATE TRUE
               WHEN CB-REGISTRAR
                   PERFORM 2000-REGISTRAR-CALIBRACAO THRU 2000-EXIT
               WHEN CB-CONSULTAR
                   PERFORM 3000-CONSULTAR-HISTORICO THRU 3000-EXIT
               WHEN CB-SAIR
                   DISPLAY "Encerrando o historico de calibracao."
               WHEN OTHER
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra uma calibracao de um sensor do cadastro mestre.
      * Data zero assume a data do sistema; a proxima calibracao
      * precisa ser posterior a data da calibracao. O desvio e a
      * referencia menos a medida, na escala nativa do sensor.
      * Calibracao repetida na mesma data e rejeitada pelo
      * INVALID KEY do WRITE.
      *----------------------------------------------------------
       2000-REGISTRAR-CALIBRACAO.
           PERFORM 8000-PEDIR-NUMERO THRU 8000-EXIT
           PERFORM 8100-LER-SENSOR THRU 8100-EXIT
           IF NOT CB-ACHOU
               GO TO 2000-EXIT
           END-IF

           DISPLAY "Local   : " SENM-LOCAL
           DISPLAY "Escala  : " SENM-ESCALA

           MOVE SPACES      TO CLB-REC
           MOVE CB-NUMERO   TO CLB-SENSOR
           MOVE SENM-ESCALA TO CLB-ESCALA
           DISPLAY "Data da calibracao (AAAAMMDD, 0=hoje): "
               WITH NO ADVANCING.
           ACCEPT CB-DATA.
           IF CB-DATA = ZERO
               MOVE CB-DATA-HOJE TO CB-DATA
           END-IF
           MOVE CB-DATA TO CLB-DATA
           DISPLAY "Leitura de referencia: " WITH NO ADVANCING.
           ACCEPT CLB-REFERENCIA.
           DISPLAY "Leitura medida pelo sensor: " WITH NO ADVANCING.
           ACCEPT CLB-MEDIDA.
           DISPLAY "Tecnico: " WITH NO ADVANCING.
           ACCEPT CLB-TECNICO.
           DISPLAY "Proxima calibracao (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT CLB-PROXIMA.

           IF CLB-PROXIMA NOT > CLB-DATA
               MOVE 10 TO ERR-STATUS-CODE
               DISPLAY ERR-MSG-ENTRADA-INVALIDA
               DISPLAY "PROXIMA CALIBRACAO DEVE SER APOS A DATA"
               GO TO 2000-EXIT
           END-IF

           COMPUTE CLB-DESVIO = CLB-REFERENCIA - CLB-MEDIDA
           MOVE CLB-DESVIO TO CB-VALOR-ED

           WRITE CLB-REC
               INVALID KEY
                   MOVE 10 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-ENTRADA-INVALIDA
                   DISPLAY "CALIBRACAO JA REGISTRADA NA DATA"
               NOT INVALID KEY
                   DISPLAY "CALIBRACAO REGISTRADA - DESVIO "
                           CB-VALOR-ED
           END-WRITE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Mostra as calibracoes de um sensor, da mais antiga para a
      * mais recente (a ultima ate hoje e a vigente).
      *----------------------------------------------------------
       3000-CONSULTAR-HISTORICO.
           PERFORM 8000-PEDIR-NUMERO THRU 8000-EXIT

           MOVE ZERO TO CB-QTD-CALIB
           MOVE "N"  TO CB-FIM-SW
           MOVE CB-NUMERO TO CLB-SENSOR
           MOVE ZERO      TO CLB-DATA
           START CB-CLB-FILE KEY IS NOT LESS THAN CLB-CHAVE
               INVALID KEY
                   MOVE "S" TO CB-FIM-SW
           END-START

           PERFORM 3100-MOSTRAR-CALIBRACAO THRU 3100-EXIT
               UNTIL CB-FIM

           IF CB-QTD-CALIB = ZERO
               DISPLAY "NENHUMA CALIBRACAO PARA O SENSOR " CB-NUMERO
           ELSE
               MOVE CB-QTD-CALIB TO CB-QTD-ED
               DISPLAY "CALIBRACOES DO SENSOR: " CB-QTD-ED
           END-IF.

       3000-EXIT.
           EXIT.

       3100-MOSTRAR-CALIBRACAO.
           READ CB-CLB-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CB-FIM-SW
                   GO TO 3100-EXIT
           END-READ

           IF CLB-SENSOR NOT = CB-NUMERO
               MOVE "S" TO CB-FIM-SW
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO CB-QTD-CALIB
           DISPLAY CB-LINHA
           DISPLAY "Data      : " CLB-DATA "  Escala: " CLB-ESCALA
           MOVE CLB-REFERENCIA TO CB-VALOR-ED
           DISPLAY "Referencia: " CB-VALOR-ED
           MOVE CLB-MEDIDA TO CB-VALOR-ED
           DISPLAY "Medida    : " CB-VALOR-ED
           MOVE CLB-DESVIO TO CB-VALOR-ED
           DISPLAY "Desvio    : " CB-VALOR-ED
           DISPLAY "Tecnico   : " CLB-TECNICO
           DISPLAY "Proxima   : " CLB-PROXIMA.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le o numero do sensor digitado pelo operador.
      *----------------------------------------------------------
       8000-PEDIR-NUMERO.
           DISPLAY "Sensor (6 digitos): " WITH NO ADVANCING.
           ACCEPT CB-NUMERO.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le o sensor no cadastro mestre; numero inexistente e
      * reportado com a mensagem padrao.
      *----------------------------------------------------------
       8100-LER-SENSOR.
           MOVE "N" TO CB-ACHOU-SW
           MOVE CB-NUMERO TO SENM-NUMERO
           READ CB-SENMST-FILE
               INVALID KEY
                   MOVE 15 TO ERR-STATUS-CODE
                   DISPLAY ERR-MSG-SENSOR-NAO-CADASTRADO
               NOT INVALID KEY
                   MOVE "S" TO CB-ACHOU-SW
           END-READ.

       8100-EXIT.
           EXIT.
