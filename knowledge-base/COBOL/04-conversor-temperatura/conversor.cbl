      *               numeros errados. A leitura agora e convertida
      *               para a escala nativa (SENM-ESCALA) antes da
      *               comparacao.
      * 2026-10-15 RO Modo de estatistica por sensor agora registra
      *               alarmes no cadastro de alarmes de sensor
      *               (CTALARME, indexado, layout ALMREC): leitura de
      *               sensor ativo fora da faixa operacional continua
      *               rejeitada, mas tambem abre um alarme de
      *               excursao, ou atualiza o alarme ainda aberto do
      *               sensor, com local, data, valor na escala
      *               nativa e limite violado. Leitura dentro da
      *               faixa zera as excursoes seguidas. O alarme e
      *               escalado ao chegar a CT-ALM-SEGUIDAS excursoes
      *               seguidas (padrao 3) ou a CT-ALM-DIAS dias com
      *               excursao (padrao 2), chaves novas de SISPARM.
      *               Em dia confirmado como letivo pelo SISCAL, todo
      *               sensor ativo do CTSENMST sem nenhuma leitura no
      *               CTIN abre (ou atualiza) um alarme de sensor sem
      *               leitura. CTSENMST passou a acesso dinamico para
      *               essa varredura. Alarme aberto ou escalado
      *               termina o passo com RC 4 de aviso.
      * 2026-10-15 RO Modo de estatistica por sensor agora aplica a
      *               calibracao vigente de cada sensor (historico
      *               CTCALIB, layout CLBREC, mantido pelo
      *               CADASTRO-CALIBRA): o desvio da ultima
      *               calibracao ate a data do movimento, convertido
      *               da escala da calibracao para a escala de origem
      *               da leitura, e somado a leitura antes da
      *               conversao e da validacao da faixa. A imagem
      *               gravada em SISREJ continua sendo a leitura
      *               original. Sensor com a proxima calibracao
      *               vencida continua processado, mas o dia sai
      *               marcado CALIB VENCIDA em CTSENSOR e com V em
      *               CTH-CALIB no CTHIST. Sem CTCALIB as leituras
      *               seguem sem correcao, com aviso no log.
      * 2026-10-15 RO Linha do CTHIST passa a gravar em CTH-ESCALA a
      *               escala das leituras convertidas do sensor no
      *               dia (1 = Celsius, 2 = Fahrenheit, 3 = Kelvin,
      *               a escala de destino da opcao de conversao; 0
      *               quando o dia mistura escalas), para o
      *               CT-GRAUS-DIA levar as medias a Celsius.
      * 2026-10-15 RO Linha do resumo por sensor em CTSENSOR reduzida
      *               a 78 posicoes: rotulos abreviados (LEIT, MED)
      *               e a marca de calibracao vencida passa a VENCIDA;
      *               registro de CTSENSOR volta a 80 posicoes.
      *================================================================

       ENVIRONMENT DIVISION.

           SELECT CT-SENMST-FILE ASSIGN TO "CTSENMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SENM-NUMERO
               FILE STATUS IS WS-SENMST-STATUS.

           SELECT CT-ALM-FILE ASSIGN TO "CTALARME"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-CHAVE
               FILE STATUS IS WS-ALM-STATUS.

           SELECT CT-CLB-FILE ASSIGN TO "CTCALIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLB-CHAVE
               FILE STATUS IS WS-CLB-STATUS.

           SELECT CT-PARM-FILE ASSIGN TO "SISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY SENREC.

       FD  CT-ALM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALMREC.

       FD  CT-CLB-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CLBREC.

       FD  CT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  CT-PARM-REC            PIC X(80).
           88 SENMST-OK            VALUE "00".
           88 SENMST-INEXISTENTE   VALUE "35".

      *Cadastro de alarmes de sensor (CTALARME): excursoes fora da
      *faixa operacional e sensores sem leitura no dia letivo. 35 =
      *ainda nao existe no disco, criado vazio e reaberto.
       01 WS-ALM-STATUS    PIC X(02).
           88 ALARME-OK            VALUE "00".
           88 ALARME-INEXISTENTE   VALUE "35".

      *Excursao da leitura corrente (sensor ativo fora da faixa):
      *limite violado (MIN/MAX) e valores na escala nativa
       77 CT-EXCURSAO-SW    PIC X(01) VALUE "N".
           88 CT-EXCURSAO          VALUE "S".
       77 CT-LIMITE-TIPO    PIC X(03) VALUE SPACES.
       77 CT-LIMITE-VALOR   PIC S9(7)V9 VALUE ZERO.
       77 CT-EXCURSAO-VALOR PIC S9(7)V9 VALUE ZERO.

      *Busca do alarme ainda aberto (aberto ou reconhecido) de um
      *sensor e tipo, pela chave parcial
       77 CT-ALM-SENSOR     PIC 9(06) VALUE ZERO.
       77 CT-ALM-TIPO       PIC X(01) VALUE SPACES.
       77 CT-ALM-ACHADO-SW  PIC X(01) VALUE "N".
           88 CT-ALM-ACHADO        VALUE "S".
       77 CT-ALM-FIM-SW     PIC X(01) VALUE "N".
           88 CT-ALM-FIM           VALUE "S".

      *Limites de escalada do alarme (SISPARM CT-ALM-SEGUIDAS e
      *CT-ALM-DIAS): excursoes seguidas e dias com ocorrencia
       77 CT-ALM-SEGUIDAS   PIC 9(04) VALUE 3.
       77 CT-ALM-DIAS       PIC 9(04) VALUE 2.

      *Varredura do CTSENMST atras de sensor ativo sem leitura, so
      *em dia confirmado como letivo pelo SISCAL
       77 CT-DIA-LETIVO-SW  PIC X(01) VALUE "N".
           88 CT-DIA-LETIVO        VALUE "S".
       77 CT-SENMST-FIM-SW  PIC X(01) VALUE "N".
           88 CT-SENMST-FIM        VALUE "S".

      *Totais de alarmes do dia, para o log e o codigo de condicao
       77 CT-QTD-ALM-ABERTOS   PIC 9(06) VALUE ZERO.
       77 CT-QTD-ALM-ATUALIZ   PIC 9(06) VALUE ZERO.
       77 CT-QTD-ALM-ESCALADOS PIC 9(06) VALUE ZERO.
       77 CT-QTD-ALM-SEM-LEIT  PIC 9(06) VALUE ZERO.

      *Historico de calibracao (CTCALIB): desvio da calibracao
      *vigente do sensor, escala em que foi medido e indicador de
      *calibracao vencida. Sem o arquivo as leituras seguem sem
      *correcao.
       01 WS-CLB-STATUS    PIC X(02).
           88 CALIB-OK             VALUE "00".
           88 CALIB-INEXISTENTE    VALUE "35".
       77 CT-CALIB-SW       PIC X(01) VALUE "N".
           88 CT-CALIB-PRESENTE    VALUE "S".
       77 CT-CLB-FIM-SW     PIC X(01) VALUE "N".
           88 CT-CLB-FIM           VALUE "S".
       77 CT-CLB-DESVIO     PIC S9(7)V9 VALUE ZERO.
       77 CT-CLB-ESCALA     PIC 9(01) VALUE 1.
       77 CT-CLB-PROXIMA    PIC 9(08) VALUE ZERO.
       77 CT-CLB-VENCIDA    PIC X(01) VALUE "N".
       77 CT-QTD-LEIT-VENCIDA PIC 9(06) VALUE ZERO.

      *Leitura original (para a suspensao) e desvio da calibracao
      *em Celsius e na escala de origem da leitura
       77 CT-OPERANDO-ORIGINAL PIC S9(7)V9 VALUE ZERO.
       77 CT-DESVIO-CELSIUS PIC S9(7)V99 VALUE ZERO.
       77 CT-DESVIO-ORIGEM  PIC S9(7)V9 VALUE ZERO.
       77 CT-OPCAO-ORIGEM   PIC 9(01) VALUE ZERO.

      *Escala do resultado da leitura corrente, para o CTH-ESCALA
       77 CT-ESC-LEITURA    PIC X(01) VALUE SPACE.

      *Leitura convertida para Celsius e para a escala nativa do
      *sensor, para a comparacao contra os limites do cadastro
       77 CT-LEITURA-CELSIUS PIC S9(7)V99 VALUE ZERO.
      *Resumo diario por sensor (modo 3): o TRAN-ID da leitura e o
      *identificador do sensor. Tabela em memoria, um sensor por
      *entrada, achado ou incluido por busca sequencial.
      *SEN-ALM-SEG espelha as excursoes seguidas do alarme aberto
      *do sensor, para so zerar o alarme quando houver o que zerar.
      *SEN-CLB-* guardam a calibracao vigente, lida uma vez por
      *sensor.
       77 CT-MAX-SENSORES   PIC 9(03) COMP VALUE 100.
       77 CT-QTD-SENSORES   PIC 9(03) COMP VALUE ZERO.
       77 CT-IND-SENSOR     PIC 9(03) COMP VALUE ZERO.
               10 SEN-SOMA     PIC S9(10)V9.
               10 SEN-MIN      PIC S9(7)V9.
               10 SEN-MAX      PIC S9(7)V9.
               10 SEN-ALM-SEG  PIC 9(06).
               10 SEN-CLB-DESVIO PIC S9(7)V9.
               10 SEN-CLB-ESCALA PIC 9(01).
               10 SEN-CLB-VENCIDA PIC X(01).
               10 SEN-ESC-RESULT PIC X(01).
       77 CT-MEDIA-SENSOR   PIC S9(7)V9.

      *Linha do resumo por sensor (CTSENSOR)
       01 CT-LINHA-SENSOR.
           05 FILLER           PIC X(07) VALUE "SENSOR ".
           05 SEN-REL-ID       PIC 9(06).
           05 FILLER           PIC X(06) VALUE " LEIT ".
           05 SEN-REL-QTD      PIC ZZZ9.
           05 FILLER           PIC X(04) VALUE " MIN".
           05 SEN-REL-MIN      PIC -ZZZZZ9.9.
           05 FILLER           PIC X(04) VALUE " MAX".
           05 SEN-REL-MAX      PIC -ZZZZZ9.9.
           05 FILLER           PIC X(04) VALUE " MED".
           05 SEN-REL-MEDIA    PIC -ZZZZZ9.9.
           05 FILLER           PIC X(04) VALUE " REJ".
           05 SEN-REL-REJ      PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 SEN-REL-CALIB    PIC X(07).

      *Linha de relatorio do modo de lote
       01 CT-LINHA-RPT.
      * conferencia de CTIN do modo lote, mas em vez do detalhe em
      * CTOUT grava em CTSENSOR o envelope diario de cada sensor
      * (TRAN-ID): leituras, minima, maxima, media e rejeitadas.
      * Excursoes fora da faixa e sensores sem leitura no dia vao
      * para o cadastro de alarmes (CTALARME).
      *----------------------------------------------------------
       5000-PROCESSAR-LOTE-SENSOR.
           MOVE "CONVERSOR-SENS" TO CT-RUN-NOME
                   OPEN OUTPUT CT-REJ-FILE
               END-IF

               OPEN I-O CT-ALM-FILE
               IF ALARME-INEXISTENTE
                   OPEN OUTPUT CT-ALM-FILE
                   CLOSE CT-ALM-FILE
                   OPEN I-O CT-ALM-FILE
               END-IF

               OPEN INPUT CT-CLB-FILE
               IF CALIB-OK
                   MOVE "S" TO CT-CALIB-SW
               ELSE
                   DISPLAY "CTCALIB AUSENTE - LEITURAS SEM CORRECAO "
                           "DE CALIBRACAO"
               END-IF

               PERFORM 3100-LER-LEITURA THRU 3100-EXIT

               PERFORM 5200-ACUMULAR-LEITURA THRU 5200-EXIT

               PERFORM 5300-GRAVAR-RESUMO-SENSORES THRU 5300-EXIT

               PERFORM 5500-VERIFICAR-SEM-LEITURA THRU 5500-EXIT

               DISPLAY "ALARMES ABERTOS    : " CT-QTD-ALM-ABERTOS
               DISPLAY "ALARMES ATUALIZADOS: " CT-QTD-ALM-ATUALIZ
               DISPLAY "ALARMES ESCALADOS  : " CT-QTD-ALM-ESCALADOS
               DISPLAY "SENSORES SEM LEITURA: " CT-QTD-ALM-SEM-LEIT
               DISPLAY "LEITURAS CALIB VENCIDA: " CT-QTD-LEIT-VENCIDA

               CLOSE CT-LEITURA-FILE
               CLOSE CT-SENSOR-FILE
               CLOSE CT-HIST-FILE
               CLOSE CT-REJ-FILE
               CLOSE CT-ALM-FILE
               IF CT-CALIB-PRESENTE
                   CLOSE CT-CLB-FILE
               END-IF
               CLOSE CT-SENMST-FILE

               IF CT-QTD-REJEITADOS > ZERO
                       OR CT-QTD-TRANSBORDO > ZERO
                       OR CT-QTD-ALM-ABERTOS > ZERO
                       OR CT-QTD-ALM-ESCALADOS > ZERO
                       OR CT-QTD-ALM-SEM-LEIT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * Converte a leitura corrente e acumula na entrada do sensor
      * (achada ou incluida na tabela). Leitura rejeitada conta no
      * envelope do sensor e vai para a suspensao, como no modo
      * lote de detalhe. Excursao de sensor ativo abre ou atualiza
      * o alarme do sensor; leitura valida zera as excursoes
      * seguidas do alarme aberto. O desvio da calibracao vigente
      * do sensor e somado a leitura antes da conversao; a
      * leitura original volta para o registro antes da suspensao.
      *----------------------------------------------------------
       5200-ACUMULAR-LEITURA.
           MOVE "N" TO CT-EXCURSAO-SW
           PERFORM 5250-ACHAR-SENSOR THRU 5250-EXIT
           PERFORM 5100-APLICAR-CALIBRACAO THRU 5100-EXIT
           PERFORM 3250-CALCULAR-CONVERSAO THRU 3250-EXIT
           IF CT-ENTRADA-VALIDA
               PERFORM 5150-VALIDAR-SENSOR-MESTRE THRU 5150-EXIT
           END-IF
           MOVE CT-OPERANDO-ORIGINAL TO TRAN-OPERANDO-1

           IF NOT CT-ENTRADA-VALIDA
               PERFORM 3300-GRAVAR-REJEITO THRU 3300-EXIT
           END-IF

           IF CT-EXCURSAO
               PERFORM 5400-REGISTRAR-EXCURSAO THRU 5400-EXIT
           ELSE
               IF CT-ENTRADA-VALIDA AND CT-IND-SENSOR > ZERO
                   IF SEN-ALM-SEG(CT-IND-SENSOR) > ZERO
                       PERFORM 5450-ZERAR-SEGUIDAS THRU 5450-EXIT
                   END-IF
               END-IF
           END-IF

           IF CT-IND-SENSOR = ZERO
               ADD 1 TO CT-QTD-TRANSBORDO
               DISPLAY "TABELA DE SENSORES CHEIA - LEITURA DO SENSOR "
                   ADD 1 TO CT-QTD-PROCESSADOS
                   ADD 1 TO SEN-QTD(CT-IND-SENSOR)
                   ADD RESULTADO TO SEN-SOMA(CT-IND-SENSOR)
                   PERFORM 5190-GUARDAR-ESCALA THRU 5190-EXIT
                   IF SEN-QTD(CT-IND-SENSOR) = 1
                       MOVE RESULTADO TO SEN-MIN(CT-IND-SENSOR)
                       MOVE RESULTADO TO SEN-MAX(CT-IND-SENSOR)
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Aplica a calibracao vigente do sensor a leitura corrente:
      * o desvio esta na escala em que a calibracao foi medida e
      * a leitura na escala de origem da opcao de conversao, entao
      * o desvio (uma diferenca de temperatura, sem o zero da
      * escala) passa por Celsius antes de ser somado. Leitura de
      * sensor com calibracao vencida e contada para o log.
      *----------------------------------------------------------
       5100-APLICAR-CALIBRACAO.
           MOVE TRAN-OPERANDO-1 TO CT-OPERANDO-ORIGINAL
           IF CT-IND-SENSOR > ZERO
               MOVE SEN-CLB-DESVIO(CT-IND-SENSOR)  TO CT-CLB-DESVIO
               MOVE SEN-CLB-ESCALA(CT-IND-SENSOR)  TO CT-CLB-ESCALA
               MOVE SEN-CLB-VENCIDA(CT-IND-SENSOR) TO CT-CLB-VENCIDA
           ELSE
               PERFORM 5270-CARREGAR-CALIBRACAO THRU 5270-EXIT
           END-IF

           IF CT-CLB-VENCIDA = "S"
               ADD 1 TO CT-QTD-LEIT-VENCIDA
           END-IF
           IF CT-CLB-DESVIO = ZERO
               GO TO 5100-EXIT
           END-IF

           IF CT-CLB-ESCALA = 2
               COMPUTE CT-DESVIO-CELSIUS ROUNDED
                   = CT-CLB-DESVIO * 5 / 9
           ELSE
               MOVE CT-CLB-DESVIO TO CT-DESVIO-CELSIUS
           END-IF

           IF CT-ESCALA > ZERO
               MOVE CT-ESCALA TO CT-OPCAO-ORIGEM
           ELSE
               MOVE TRAN-OPCAO TO CT-OPCAO-ORIGEM
           END-IF
           IF CT-OPCAO-ORIGEM = 2
               COMPUTE CT-DESVIO-ORIGEM ROUNDED
                   = CT-DESVIO-CELSIUS * 9 / 5
           ELSE
               COMPUTE CT-DESVIO-ORIGEM ROUNDED = CT-DESVIO-CELSIUS
           END-IF

           ADD CT-DESVIO-ORIGEM TO TRAN-OPERANDO-1.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Valida a leitura corrente contra o cadastro mestre de
      * sensores: sensor inexistente ou inativo e rejeitado, e a
                           DISPLAY ERR-MSG-FORA-DE-FAIXA
                           DISPLAY "SENSOR " SENM-NUMERO
                                   " FORA DA FAIXA OPERACIONAL"
                           PERFORM 5180-GUARDAR-EXCURSAO
                               THRU 5180-EXIT
                       END-IF
                   END-IF
           END-READ
       5170-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Guarda os dados da excursao da leitura corrente para o
      * alarme: valor na escala nativa e o limite do cadastro que
      * foi violado (MIN abaixo do minimo, MAX acima do maximo).
      *----------------------------------------------------------
       5180-GUARDAR-EXCURSAO.
           MOVE "S" TO CT-EXCURSAO-SW
           COMPUTE CT-EXCURSAO-VALOR ROUNDED = CT-LEITURA-NATIVA
           IF CT-LEITURA-NATIVA < SENM-MINIMO
               MOVE "MIN"       TO CT-LIMITE-TIPO
               MOVE SENM-MINIMO TO CT-LIMITE-VALOR
           ELSE
               MOVE "MAX"       TO CT-LIMITE-TIPO
               MOVE SENM-MAXIMO TO CT-LIMITE-VALOR
           END-IF.

       5180-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Guarda a escala do resultado da leitura valida corrente
      * (destino da opcao: 1 = F, 2 e 4 = C, 3 = K) na entrada do
      * sensor; leituras do mesmo dia em escalas diferentes deixam
      * a escala do dia como 0 (mista).
      *----------------------------------------------------------
       5190-GUARDAR-ESCALA.
           EVALUATE OPCAO
               WHEN 1
                   MOVE "2" TO CT-ESC-LEITURA
               WHEN 3
                   MOVE "3" TO CT-ESC-LEITURA
               WHEN OTHER
                   MOVE "1" TO CT-ESC-LEITURA
           END-EVALUATE

           IF SEN-ESC-RESULT(CT-IND-SENSOR) = SPACE
               MOVE CT-ESC-LEITURA TO SEN-ESC-RESULT(CT-IND-SENSOR)
           ELSE
               IF SEN-ESC-RESULT(CT-IND-SENSOR) NOT = CT-ESC-LEITURA
                   MOVE "0" TO SEN-ESC-RESULT(CT-IND-SENSOR)
               END-IF
           END-IF.

       5190-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Acha a entrada do sensor (TRAN-ID) na tabela, incluindo-a
      * se for a primeira leitura do sensor. CT-IND-SENSOR = 0
               MOVE ZERO TO SEN-SOMA(CT-IND-SENSOR)
               MOVE ZERO TO SEN-MIN(CT-IND-SENSOR)
               MOVE ZERO TO SEN-MAX(CT-IND-SENSOR)
               MOVE ZERO TO SEN-ALM-SEG(CT-IND-SENSOR)
               MOVE SPACE TO SEN-ESC-RESULT(CT-IND-SENSOR)
               PERFORM 5270-CARREGAR-CALIBRACAO THRU 5270-EXIT
               MOVE CT-CLB-DESVIO  TO SEN-CLB-DESVIO(CT-IND-SENSOR)
               MOVE CT-CLB-ESCALA  TO SEN-CLB-ESCALA(CT-IND-SENSOR)
               MOVE CT-CLB-VENCIDA TO SEN-CLB-VENCIDA(CT-IND-SENSOR)
               MOVE TRAN-ID TO CT-ALM-SENSOR
               MOVE "E"     TO CT-ALM-TIPO
               PERFORM 5410-ACHAR-ALARME-ABERTO THRU 5410-EXIT
               IF CT-ALM-ACHADO
                   MOVE ALM-SEGUIDAS TO SEN-ALM-SEG(CT-IND-SENSOR)
               END-IF
           END-IF.

       5250-EXIT.
       5260-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Le no historico de calibracao a calibracao vigente do
      * sensor (TRAN-ID): a de maior data ate a data do movimento.
      * Sem calibracao (ou sem CTCALIB) o desvio e zero e o sensor
      * nao e marcado; com a proxima calibracao anterior a data do
      * movimento, a calibracao esta vencida.
      *----------------------------------------------------------
       5270-CARREGAR-CALIBRACAO.
           MOVE ZERO TO CT-CLB-DESVIO
           MOVE 1    TO CT-CLB-ESCALA
           MOVE ZERO TO CT-CLB-PROXIMA
           MOVE "N"  TO CT-CLB-VENCIDA
           IF NOT CT-CALIB-PRESENTE
               GO TO 5270-EXIT
           END-IF

           MOVE "N"     TO CT-CLB-FIM-SW
           MOVE TRAN-ID TO CLB-SENSOR
           MOVE ZERO    TO CLB-DATA
           START CT-CLB-FILE KEY IS NOT LESS THAN CLB-CHAVE
               INVALID KEY
                   MOVE "S" TO CT-CLB-FIM-SW
           END-START

           PERFORM 5280-LER-CALIBRACAO THRU 5280-EXIT
               UNTIL CT-CLB-FIM

           IF CT-CLB-PROXIMA > ZERO
                   AND CT-CLB-PROXIMA < CT-DATA-REGISTRO
               MOVE "S" TO CT-CLB-VENCIDA
           END-IF.

       5270-EXIT.
           EXIT.

       5280-LER-CALIBRACAO.
           READ CT-CLB-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CT-CLB-FIM-SW
                   GO TO 5280-EXIT
           END-READ

           IF CLB-SENSOR NOT = TRAN-ID
                   OR CLB-DATA > CT-DATA-REGISTRO
               MOVE "S" TO CT-CLB-FIM-SW
               GO TO 5280-EXIT
           END-IF

           MOVE CLB-DESVIO  TO CT-CLB-DESVIO
           MOVE CLB-ESCALA  TO CT-CLB-ESCALA
           MOVE CLB-PROXIMA TO CT-CLB-PROXIMA.

       5280-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Grava uma linha de resumo por sensor em CTSENSOR e mostra
      * os totais no console, para o log do job.
           MOVE SEN-MAX(CT-IND-SENSOR) TO SEN-REL-MAX
           MOVE CT-MEDIA-SENSOR        TO SEN-REL-MEDIA
           MOVE SEN-REJ(CT-IND-SENSOR) TO SEN-REL-REJ
           IF SEN-CLB-VENCIDA(CT-IND-SENSOR) = "S"
               MOVE "VENCIDA" TO SEN-REL-CALIB
           ELSE
               MOVE SPACES TO SEN-REL-CALIB
           END-IF
           MOVE CT-LINHA-SENSOR TO CT-SENSOR-REC
           WRITE CT-SENSOR-REC

           MOVE SEN-MAX(CT-IND-SENSOR) TO CTH-MAX
           MOVE CT-MEDIA-SENSOR        TO CTH-MEDIA
           MOVE SEN-REJ(CT-IND-SENSOR) TO CTH-REJ
           IF SEN-CLB-VENCIDA(CT-IND-SENSOR) = "S"
               MOVE "V" TO CTH-CALIB
           ELSE
               MOVE SPACE TO CTH-CALIB
           END-IF
           MOVE SEN-ESC-RESULT(CT-IND-SENSOR) TO CTH-ESCALA
           MOVE SPACES TO CT-HIST-REC
           MOVE CTH-LINHA TO CT-HIST-REC
           WRITE CT-HIST-REC
       5350-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Registra a excursao da leitura corrente no cadastro de
      * alarmes: atualiza o alarme de excursao ainda aberto do
      * sensor (mais uma excursao seguida, mais um dia se for o
      * primeiro do movimento, dados da ultima excursao) ou abre
      * um alarme novo com a data do movimento. Em seguida confere
      * a escalada.
      *----------------------------------------------------------
       5400-REGISTRAR-EXCURSAO.
           MOVE TRAN-ID TO CT-ALM-SENSOR
           MOVE "E"     TO CT-ALM-TIPO
           PERFORM 5410-ACHAR-ALARME-ABERTO THRU 5410-EXIT

           IF CT-ALM-ACHADO
               IF ALM-DATA-ULTIMA < CT-DATA-REGISTRO
                   ADD 1 TO ALM-QTD-DIAS
               END-IF
               ADD 1 TO ALM-QTD-EXCURSOES
               ADD 1 TO ALM-SEGUIDAS
               MOVE CT-DATA-REGISTRO  TO ALM-DATA-ULTIMA
               MOVE CT-EXCURSAO-VALOR TO ALM-ULT-VALOR
               MOVE CT-LIMITE-TIPO    TO ALM-ULT-LIMITE-TIPO
               MOVE CT-LIMITE-VALOR   TO ALM-ULT-LIMITE
               PERFORM 5480-VERIFICAR-ESCALADA THRU 5480-EXIT
               REWRITE ALM-REC
               ADD 1 TO CT-QTD-ALM-ATUALIZ
           ELSE
               MOVE SPACES            TO ALM-REC
               MOVE TRAN-ID           TO ALM-SENSOR
               MOVE "E"               TO ALM-TIPO
               MOVE CT-DATA-REGISTRO  TO ALM-DATA-ABERTURA
               MOVE CT-EXCURSAO-VALOR TO ALM-PRIM-VALOR
               MOVE CT-LIMITE-TIPO    TO ALM-PRIM-LIMITE-TIPO
               MOVE CT-LIMITE-VALOR   TO ALM-PRIM-LIMITE
               MOVE CT-EXCURSAO-VALOR TO ALM-ULT-VALOR
               MOVE CT-LIMITE-TIPO    TO ALM-ULT-LIMITE-TIPO
               MOVE CT-LIMITE-VALOR   TO ALM-ULT-LIMITE
               MOVE 1                 TO ALM-QTD-EXCURSOES
               MOVE 1                 TO ALM-SEGUIDAS
               PERFORM 5470-ABRIR-ALARME THRU 5470-EXIT
           END-IF

           IF CT-IND-SENSOR > ZERO
               MOVE ALM-SEGUIDAS TO SEN-ALM-SEG(CT-IND-SENSOR)
           END-IF.

       5400-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Procura o alarme ainda aberto (aberto ou reconhecido) do
      * sensor e tipo pedidos (CT-ALM-SENSOR/CT-ALM-TIPO), a
      * partir da primeira data de abertura. Achado, o registro
      * fica na area do arquivo para o REWRITE.
      *----------------------------------------------------------
       5410-ACHAR-ALARME-ABERTO.
           MOVE "N" TO CT-ALM-ACHADO-SW
           MOVE "N" TO CT-ALM-FIM-SW
           MOVE CT-ALM-SENSOR TO ALM-SENSOR
           MOVE CT-ALM-TIPO   TO ALM-TIPO
           MOVE ZERO          TO ALM-DATA-ABERTURA
           START CT-ALM-FILE KEY IS NOT LESS THAN ALM-CHAVE
               INVALID KEY
                   MOVE "S" TO CT-ALM-FIM-SW
           END-START

           PERFORM 5420-LER-ALARME THRU 5420-EXIT
               UNTIL CT-ALM-FIM OR CT-ALM-ACHADO.

       5410-EXIT.
           EXIT.

       5420-LER-ALARME.
           READ CT-ALM-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CT-ALM-FIM-SW
                   GO TO 5420-EXIT
           END-READ

           IF ALM-SENSOR NOT = CT-ALM-SENSOR
                   OR ALM-TIPO NOT = CT-ALM-TIPO
               MOVE "S" TO CT-ALM-FIM-SW
               GO TO 5420-EXIT
           END-IF

           IF ALM-EM-ABERTO
               MOVE "S" TO CT-ALM-ACHADO-SW
           END-IF.

       5420-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Leitura valida de sensor com alarme de excursao aberto:
      * a sequencia de excursoes foi interrompida, entao as
      * excursoes seguidas voltam a zero. O alarme continua aberto
      * ate ser fechado pela manutencao.
      *----------------------------------------------------------
       5450-ZERAR-SEGUIDAS.
           MOVE TRAN-ID TO CT-ALM-SENSOR
           MOVE "E"     TO CT-ALM-TIPO
           PERFORM 5410-ACHAR-ALARME-ABERTO THRU 5410-EXIT
           IF CT-ALM-ACHADO
               MOVE ZERO TO ALM-SEGUIDAS
               REWRITE ALM-REC
           END-IF
           MOVE ZERO TO SEN-ALM-SEG(CT-IND-SENSOR).

       5450-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Completa e grava um alarme novo (chave, valores e
      * contadores ja montados pelo chamador): local e escala do
      * cadastro do sensor, situacao aberto, um dia de ocorrencia.
      * A mesma chave ja gravada (alarme do mesmo dia ja fechado,
      * num reprocesso) nao e reaberta.
      *----------------------------------------------------------
       5470-ABRIR-ALARME.
           MOVE SENM-LOCAL       TO ALM-LOCAL
           MOVE SENM-ESCALA      TO ALM-ESCALA
           MOVE "A"              TO ALM-SITUACAO
           MOVE "N"              TO ALM-ESCALADO
           MOVE ZERO             TO ALM-DATA-ESCALADA
           MOVE CT-DATA-REGISTRO TO ALM-DATA-ULTIMA
           MOVE 1                TO ALM-QTD-DIAS
           MOVE ZERO             TO ALM-DATA-RECONHEC
           MOVE ZERO             TO ALM-DATA-FECHAMENTO
           PERFORM 5480-VERIFICAR-ESCALADA THRU 5480-EXIT

           WRITE ALM-REC
               INVALID KEY
                   DISPLAY "ALARME DO SENSOR " ALM-SENSOR
                           " JA REGISTRADO EM " ALM-DATA-ABERTURA
               NOT INVALID KEY
                   ADD 1 TO CT-QTD-ALM-ABERTOS
                   DISPLAY "ALARME ABERTO - SENSOR " ALM-SENSOR
                           " TIPO " ALM-TIPO
           END-WRITE.

       5470-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Escala o alarme que ainda nao foi escalado quando as
      * excursoes seguidas chegam a CT-ALM-SEGUIDAS ou os dias com
      * ocorrencia chegam a CT-ALM-DIAS.
      *----------------------------------------------------------
       5480-VERIFICAR-ESCALADA.
           IF ALM-FOI-ESCALADO
               GO TO 5480-EXIT
           END-IF

           IF (ALM-TIPO-EXCURSAO AND ALM-SEGUIDAS >= CT-ALM-SEGUIDAS)
                   OR ALM-QTD-DIAS >= CT-ALM-DIAS
               MOVE "S"              TO ALM-ESCALADO
               MOVE CT-DATA-REGISTRO TO ALM-DATA-ESCALADA
               ADD 1 TO CT-QTD-ALM-ESCALADOS
               DISPLAY "ALARME ESCALADO - SENSOR " ALM-SENSOR
                       " TIPO " ALM-TIPO
           END-IF.

       5480-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Em dia confirmado como letivo pelo SISCAL, percorre o
      * cadastro mestre de sensores e abre (ou atualiza) alarme de
      * sensor sem leitura para cada sensor ativo que nao apareceu
      * no CTIN do dia. Com a tabela de sensores cheia nao ha como
      * saber quem ficou sem leitura, e a varredura nao e feita.
      *----------------------------------------------------------
       5500-VERIFICAR-SEM-LEITURA.
           IF NOT CT-DIA-LETIVO
               DISPLAY "DIA NAO CONFIRMADO NO SISCAL - SENSORES SEM "
                       "LEITURA NAO VERIFICADOS"
               GO TO 5500-EXIT
           END-IF
           IF CT-QTD-TRANSBORDO > ZERO
               DISPLAY "TABELA DE SENSORES CHEIA - SENSORES SEM "
                       "LEITURA NAO VERIFICADOS"
               GO TO 5500-EXIT
           END-IF

           MOVE "N"  TO CT-SENMST-FIM-SW
           MOVE ZERO TO SENM-NUMERO
           START CT-SENMST-FILE KEY IS NOT LESS THAN SENM-NUMERO
               INVALID KEY
                   MOVE "S" TO CT-SENMST-FIM-SW
           END-START

           PERFORM 5550-CONFERIR-SENSOR THRU 5550-EXIT
               UNTIL CT-SENMST-FIM.

       5500-EXIT.
           EXIT.

       5550-CONFERIR-SENSOR.
           READ CT-SENMST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO CT-SENMST-FIM-SW
                   GO TO 5550-EXIT
           END-READ

           IF NOT SENM-ATIVO
               GO TO 5550-EXIT
           END-IF

           MOVE "N" TO CT-SENSOR-ACHADO
           MOVE 1 TO CT-IND-SENSOR
           PERFORM 5560-PROCURAR-NUMERO THRU 5560-EXIT
               UNTIL CT-IND-SENSOR > CT-QTD-SENSORES
               OR CT-SENSOR-ACHADO = "S"

           IF CT-SENSOR-ACHADO = "N"
               PERFORM 5600-REGISTRAR-SEM-LEITURA THRU 5600-EXIT
           END-IF.

       5550-EXIT.
           EXIT.

       5560-PROCURAR-NUMERO.
           IF SEN-ID(CT-IND-SENSOR) = SENM-NUMERO
               MOVE "S" TO CT-SENSOR-ACHADO
           END-IF
           ADD 1 TO CT-IND-SENSOR.

       5560-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Sensor ativo sem leitura no dia letivo: atualiza o alarme
      * de sensor sem leitura ainda aberto (mais um dia) ou abre
      * um novo, e confere a escalada pelos dias.
      *----------------------------------------------------------
       5600-REGISTRAR-SEM-LEITURA.
           ADD 1 TO CT-QTD-ALM-SEM-LEIT
           DISPLAY "SENSOR " SENM-NUMERO " SEM LEITURA NO DIA"
           MOVE SENM-NUMERO TO CT-ALM-SENSOR
           MOVE "S"         TO CT-ALM-TIPO
           PERFORM 5410-ACHAR-ALARME-ABERTO THRU 5410-EXIT

           IF CT-ALM-ACHADO
               IF ALM-DATA-ULTIMA < CT-DATA-REGISTRO
                   ADD 1 TO ALM-QTD-DIAS
               END-IF
               MOVE CT-DATA-REGISTRO TO ALM-DATA-ULTIMA
               PERFORM 5480-VERIFICAR-ESCALADA THRU 5480-EXIT
               REWRITE ALM-REC
               ADD 1 TO CT-QTD-ALM-ATUALIZ
           ELSE
               MOVE SPACES           TO ALM-REC
               MOVE SENM-NUMERO      TO ALM-SENSOR
               MOVE "S"              TO ALM-TIPO
               MOVE CT-DATA-REGISTRO TO ALM-DATA-ABERTURA
               MOVE ZERO             TO ALM-PRIM-VALOR
               MOVE ZERO             TO ALM-PRIM-LIMITE
               MOVE ZERO             TO ALM-ULT-VALOR
               MOVE ZERO             TO ALM-ULT-LIMITE
               MOVE ZERO             TO ALM-QTD-EXCURSOES
               MOVE ZERO             TO ALM-SEGUIDAS
               PERFORM 5470-ABRIR-ALARME THRU 5470-EXIT
           END-IF.

       5600-EXIT.
           EXIT.

      *----------------------------------------------------------
      * Confere no registro de execucoes (SISRUNCT) se a data do
      * movimento ja foi processada com sucesso por este modo do
      *----------------------------------------------------------
       7700-VERIFICAR-CALENDARIO.
           MOVE "N" TO CT-CALEND-SW
           MOVE "N" TO CT-DIA-LETIVO-SW
           IF CT-CALEND-IGNORADA
               DISPLAY "VALIDACAO DO CALENDARIO IGNORADA POR SISPARM"
               GO TO 7700-EXIT
                       MOVE "S" TO CT-CALEND-SW
                       DISPLAY "DATA NAO E DIA LETIVO (TIPO "
                               CAL-TIPO ")"
                   ELSE
                       MOVE "S" TO CT-DIA-LETIVO-SW
                   END-IF
           END-READ
           CLOSE CT-CAL-FILE.
                   IF CT-PARM-VALOR(1:1) = "S"
                       MOVE "S" TO CT-CALEND-IGNORA-SW
                   END-IF
               WHEN "CT-ALM-SEGUIDAS"
                   DISPLAY "SISPARM: " CT-PARM-REC(1:40)
                   PERFORM 7200-CONVERTER-VALOR THRU 7200-EXIT
                   IF CT-PARM-NUMERO = ZERO OR CT-PARM-NUMERO > 9999
                       MOVE "S" TO CT-PARM-ERRO-SW
                   ELSE
                       MOVE CT-PARM-NUMERO TO CT-ALM-SEGUIDAS
                   END-IF
               WHEN "CT-ALM-DIAS"
                   DISPLAY "SISPARM: " CT-PARM-REC(1:40)
                   PERFORM 7200-CONVERTER-VALOR THRU 7200-EXIT
                   IF CT-PARM-NUMERO = ZERO OR CT-PARM-NUMERO > 9999
                       MOVE "S" TO CT-PARM-ERRO-SW
                   ELSE
                       MOVE CT-PARM-NUMERO TO CT-ALM-DIAS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
