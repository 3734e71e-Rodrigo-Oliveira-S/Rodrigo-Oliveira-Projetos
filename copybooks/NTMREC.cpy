      *================================================================
      * NTMREC.cpy
      * Layout do movimento de notas por avaliacao (NOTAMOV),
      * consumido pela MN-NOTAS: uma linha por turma, aluno e
      * avaliacao (nota 1 a 4) do bimestre, como o professor
      * entrega, em vez do registro com as quatro notas montado a
      * mao na area upstream. A nota vai de 0 a 10; uma avaliacao
      * ja lancada e regravada (correcao do professor) ate o
      * bimestre ser consolidado no roster pela MN-CONSOLIDA.
      * Segue o mesmo esquema de controle dos demais arquivos de
      * lote recebidos (TRANREC, ALUMOV): um cabecalho na primeira
      * linha (tipo "0" na mesma coluna, nome logico do arquivo e
      * data do movimento) e um rodape na ultima (tipo "9",
      * quantidade de detalhes e soma de conferencia das
      * matriculas), conferidos antes de qualquer aplicacao.
      *================================================================
       01 NTM-REC.
           05 NTM-MATRICULA        PIC 9(06).
           05 NTM-TIPO-REG         PIC X(01).
           05 NTM-TURMA            PIC X(03).
           05 NTM-BIMESTRE         PIC 9(01).
           05 NTM-AVALIACAO        PIC 9(01).
           05 NTM-NOTA             PIC 9(02)V9.
           05 FILLER               PIC X(25).

      *Visao do registro de cabecalho do arquivo (tipo "0")
       01 NTM-CABECALHO.
           05 NMC-SEQUENCIA        PIC 9(06).
           05 NMC-TIPO             PIC X(01).
               88 NMC-E-CABECALHO       VALUE "0".
           05 FILLER               PIC X(01).
           05 NMC-ARQUIVO          PIC X(08).
           05 NMC-DATA-MOVTO       PIC 9(08).
           05 FILLER               PIC X(16).

      *Visao do registro de rodape do arquivo (tipo "9"): a soma
      *de conferencia e a soma das matriculas dos detalhes.
       01 NTM-RODAPE.
           05 NMR-SEQUENCIA        PIC 9(06).
           05 NMR-TIPO             PIC X(01).
               88 NMR-E-RODAPE          VALUE "9".
           05 FILLER               PIC X(01).
           05 NMR-CONTADOR         PIC 9(07).
           05 NMR-HASH             PIC 9(13).
           05 FILLER               PIC X(12).
