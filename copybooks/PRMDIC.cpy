      *================================================================
      * PRMDIC.cpy
      * Dicionario das chaves validas de SISPARM, usado pelo
      * SIS-PARAMETRO para conferir o arquivo de parametros da
      * noite (gerado do calendario ou editado a mao) antes do
      * primeiro passo do SISLOTE. Cada entrada traz a chave, a
      * regra do valor e os programas que a leem; a regra segue o
      * que o proprio programa aceita ao ler a chave, para que um
      * valor recusado aqui seja o mesmo que o programa recusaria
      * (ou, pior, trocaria em silencio pelo padrao) no meio da
      * noite. Uma chave nova em SISPARM entra aqui junto com o
      * programa que passa a le-la.
      *
      * Chave em 20 posicoes, como a mais longa (MN-PREEDIT-CORRIGE).
      * Regra (16 posicoes): tipo (1), tamanho (1), minimo (4),
      * maximo (4), lista de valores (4), origem (1), obrigatoria
      * (1). Tipos: D = data AAAAMMDD; S = S ou N; N = numero de
      * ate "tamanho" digitos sem zeros a esquerda exigidos;
      * F = numero com exatamente "tamanho" digitos (o programa le
      * as posicoes fixas: 3 vai como 03); M = mes AAAAMM; V =
      * decimal N, NN, N.N ou NN.N, faixa em decimos; L = uma das
      * letras da lista; T = texto de ate "tamanho" posicoes.
      * Origem: G = gerada do calendario escolar pelo SIS-PARAMETRO;
      * A = avulsa, so posta a mao para uma noite (nao vem do
      * modelo); M = vem do modelo permanente.
      *================================================================
       01 PRM-DIC-TABELA.
           05 FILLER.
               10 FILLER PIC X(20) VALUE "DATA-MOVIMENTO".
               10 FILLER PIC X(16) VALUE "D800000000    GS".
               10 FILLER PIC X(44) VALUE "TODOS OS PROGRAMAS DE LOTE".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-BIMESTRE".
               10 FILLER PIC X(16) VALUE "F100010004    GN".
               10 FILLER PIC X(44) VALUE "MEDIA-NOTAS MN-CONSOLIDA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-CONSOLIDA".
               10 FILLER PIC X(16) VALUE "S100000000    GN".
               10 FILLER PIC X(44) VALUE "MN-CONSOLIDA SIS-BALANCO".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-FEED-COMPLETO".
               10 FILLER PIC X(16) VALUE "S100000000    GN".
               10 FILLER PIC X(44) VALUE "MN-DELTA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "REPROCESSO".
               10 FILLER PIC X(16) VALUE "S100000000    AN".
               10 FILLER PIC X(44)
                   VALUE "PROGRAMAS DE LOTE COM REGISTRO EM SISRUNCT".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CALEND-IGNORA".
               10 FILLER PIC X(16) VALUE "S100000000    AN".
               10 FILLER PIC X(44)
                   VALUE "CADEIA NOTURNA, MN-RECUPERA E MN-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CALC-MODO".
               10 FILLER PIC X(16) VALUE "N100010003    MN".
               10 FILLER PIC X(44) VALUE "CALCULADORA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-MODO".
               10 FILLER PIC X(16) VALUE "N100010003    MN".
               10 FILLER PIC X(44) VALUE "MEDIA-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-PESO1".
               10 FILLER PIC X(16) VALUE "N300000100    MN".
               10 FILLER PIC X(44) VALUE "MEDIA-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-PESO2".
               10 FILLER PIC X(16) VALUE "N300000100    MN".
               10 FILLER PIC X(44) VALUE "MEDIA-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-PESO3".
               10 FILLER PIC X(16) VALUE "N300000100    MN".
               10 FILLER PIC X(44) VALUE "MEDIA-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-PESO4".
               10 FILLER PIC X(16) VALUE "N300000100    MN".
               10 FILLER PIC X(44) VALUE "MEDIA-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-MODO".
               10 FILLER PIC X(16) VALUE "N100010003    MN".
               10 FILLER PIC X(44) VALUE "CONVERSOR-TEMP".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-ESCALA".
               10 FILLER PIC X(16) VALUE "N100000004    MN".
               10 FILLER PIC X(44) VALUE "CONVERSOR-TEMP".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-ALM-SEGUIDAS".
               10 FILLER PIC X(16) VALUE "N400019999    MN".
               10 FILLER PIC X(44) VALUE "CONVERSOR-TEMP".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-ALM-DIAS".
               10 FILLER PIC X(16) VALUE "N400019999    MN".
               10 FILLER PIC X(44) VALUE "CONVERSOR-TEMP".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CAD-MODO".
               10 FILLER PIC X(16) VALUE "F100010002    MN".
               10 FILLER PIC X(44) VALUE "CADASTRO-ALUNOS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-PREEDIT-CORRIGE".
               10 FILLER PIC X(16) VALUE "S100000000    MN".
               10 FILLER PIC X(44) VALUE "MN-PREEDIT".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-RECUSA-LIMITE".
               10 FILLER PIC X(16) VALUE "F200000099    MN".
               10 FILLER PIC X(44) VALUE "MN-CONCILIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-FREQ-MINIMA".
               10 FILLER PIC X(16) VALUE "F300010100    MN".
               10 FILLER PIC X(44) VALUE "MN-FREQUENCIA FECHA-ANO".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-FREQ-REL".
               10 FILLER PIC X(16) VALUE "S100000000    MN".
               10 FILLER PIC X(44) VALUE "MN-FREQUENCIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-PEND-DIAS".
               10 FILLER PIC X(16) VALUE "F200000099    MN".
               10 FILLER PIC X(44) VALUE "MN-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-PEND-REL".
               10 FILLER PIC X(16) VALUE "S100000000    MN".
               10 FILLER PIC X(44) VALUE "MN-NOTAS".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-ALERTA-QUEDA".
               10 FILLER PIC X(16) VALUE "V400010100    MN".
               10 FILLER PIC X(44) VALUE "MN-ALERTA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-ANO-LETIVO".
               10 FILLER PIC X(16) VALUE "F419019999    MN".
               10 FILLER PIC X(44) VALUE "MN-PROMOCAO MN-CENSO".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "MN-LIMPA-ANO".
               10 FILLER PIC X(16) VALUE "S100000000    MN".
               10 FILLER PIC X(44) VALUE "MN-PROMOCAO".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-MES".
               10 FILLER PIC X(16) VALUE "M600000000    MN".
               10 FILLER PIC X(44)
                   VALUE "CT-TENDENCIA CT-CALIB-VENC CT-GRAUS-DIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-DERIVA-LIMITE".
               10 FILLER PIC X(16) VALUE "F400009999    MN".
               10 FILLER PIC X(44) VALUE "CT-TENDENCIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-CALIB-MESES".
               10 FILLER PIC X(16) VALUE "F200010012    MN".
               10 FILLER PIC X(44) VALUE "CT-CALIB-VENC".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-GD-BASE-AQUEC".
               10 FILLER PIC X(16) VALUE "F400009999    MN".
               10 FILLER PIC X(44) VALUE "CT-GRAUS-DIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-GD-BASE-RESFR".
               10 FILLER PIC X(16) VALUE "F400009999    MN".
               10 FILLER PIC X(44) VALUE "CT-GRAUS-DIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-CONFORTO-MIN".
               10 FILLER PIC X(16) VALUE "F400009999    MN".
               10 FILLER PIC X(44) VALUE "CT-GRAUS-DIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-CONFORTO-MAX".
               10 FILLER PIC X(16) VALUE "F400009999    MN".
               10 FILLER PIC X(44) VALUE "CT-GRAUS-DIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-GD-ESCALA-ANT".
               10 FILLER PIC X(16) VALUE "F100010003    MN".
               10 FILLER PIC X(44) VALUE "CT-GRAUS-DIA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "CT-ALM-LISTA".
               10 FILLER PIC X(16) VALUE "L100000000AT  MN".
               10 FILLER PIC X(44) VALUE "CT-ALARMES".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "REL-MODO".
               10 FILLER PIC X(16) VALUE "F100010002    MN".
               10 FILLER PIC X(44) VALUE "REL-ARQUIVA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "REL-RETENCAO".
               10 FILLER PIC X(16) VALUE "F400009999    MN".
               10 FILLER PIC X(44) VALUE "REL-ARQUIVA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "REL-RESGATE-DATA".
               10 FILLER PIC X(16) VALUE "D800000000    AN".
               10 FILLER PIC X(44) VALUE "REL-ARQUIVA".
           05 FILLER.
               10 FILLER PIC X(20) VALUE "REL-RESGATE-PROG".
               10 FILLER PIC X(16) VALUE "T800000000    AN".
               10 FILLER PIC X(44) VALUE "REL-ARQUIVA".
       01 PRM-DIC-TABELA-R REDEFINES PRM-DIC-TABELA.
           05 PRM-DIC-ENT OCCURS 39 TIMES.
               10 PRM-DIC-CHAVE        PIC X(20).
               10 PRM-DIC-TIPO         PIC X(01).
                   88 PRM-TIPO-DATA         VALUE "D".
                   88 PRM-TIPO-SIM-NAO      VALUE "S".
                   88 PRM-TIPO-NUMERO       VALUE "N".
                   88 PRM-TIPO-FIXO         VALUE "F".
                   88 PRM-TIPO-MES          VALUE "M".
                   88 PRM-TIPO-DECIMAL      VALUE "V".
                   88 PRM-TIPO-LISTA        VALUE "L".
                   88 PRM-TIPO-TEXTO        VALUE "T".
               10 PRM-DIC-TAMANHO      PIC 9(01).
               10 PRM-DIC-MINIMO       PIC 9(04).
               10 PRM-DIC-MAXIMO       PIC 9(04).
               10 PRM-DIC-LISTA        PIC X(04).
               10 PRM-DIC-ORIGEM       PIC X(01).
                   88 PRM-ORIGEM-GERADA     VALUE "G".
                   88 PRM-ORIGEM-AVULSA     VALUE "A".
                   88 PRM-ORIGEM-MODELO     VALUE "M".
               10 PRM-DIC-OBRIGATORIA  PIC X(01).
                   88 PRM-OBRIGATORIA       VALUE "S".
               10 PRM-DIC-PROGRAMAS    PIC X(44).
       77 PRM-DIC-QTD              PIC 9(02) COMP VALUE 39.
