      * CT-TENDENCIA le este historico no fechamento do mes para o
      * relatorio de tendencia por sensor (medias diarias, variacao
      * dia a dia e deriva no mes), que antes era montado a mao a
      * partir de saidas de job guardadas. CTH-CALIB marca com V o
      * dia de sensor com a calibracao vencida (CTCALIB); linhas
      * gravadas antes da marca existir ficam em branco.
      * CTH-ESCALA e a escala das medias convertidas do dia (1 = C,
      * 2 = F, 3 = K, 0 = dia com escalas misturadas), lida pelo
      * CT-GRAUS-DIA para levar as medias a Celsius. Em branco nas
      * linhas antigas, gravadas tambem na escala de destino da
      * conversao do dia (nunca na escala nativa do sensor): o
      * CT-GRAUS-DIA usa para elas a escala de CT-GD-ESCALA-ANT e,
      * sem a chave, as deixa fora como sem escala.
      *================================================================
       01 CTH-LINHA.
           05 CTH-DATA-MOV         PIC 9(08).
           05 CTH-MEDIA       PIC S9(7)V9 SIGN IS LEADING SEPARATE.
           05 FILLER               PIC X(01).
           05 CTH-REJ              PIC 9(06).
           05 FILLER               PIC X(01).
           05 CTH-CALIB            PIC X(01).
               88 CTH-CALIB-VENCIDA     VALUE "V".
           05 FILLER               PIC X(01).
           05 CTH-ESCALA           PIC X(01).
               88 CTH-ESCALA-CELSIUS    VALUE "1".
               88 CTH-ESCALA-FAHRENHEIT VALUE "2".
               88 CTH-ESCALA-KELVIN     VALUE "3".
               88 CTH-ESCALA-MISTA      VALUE "0".
               88 CTH-ESCALA-AUSENTE    VALUE SPACE.
