      *================================================================
      * RCPREC.cpy
      * Layout do arquivo de notas da prova de recuperacao
      * (MNRECUP), consumido pela MN-RECUPERA: matricula, bimestre
      * a que a recuperacao se refere e a nota da prova (0 a 10).
      * Segue o mesmo esquema de controle dos demais arquivos de
      * lote recebidos (TRANREC, ALUMOV): um cabecalho na primeira
      * linha (tipo "0" na mesma coluna, nome logico do arquivo e
      * data do movimento) e um rodape na ultima (tipo "9",
      * quantidade de detalhes e soma de conferencia das
      * matriculas), conferidos antes de qualquer aplicacao.
      *================================================================
       01 RCP-REC.
           05 RCP-MATRICULA        PIC 9(06).
           05 RCP-TIPO-REG         PIC X(01).
           05 RCP-BIMESTRE         PIC 9(01).
           05 RCP-NOTA             PIC 9(02)V9.
           05 FILLER               PIC X(29).

      *Visao do registro de cabecalho do arquivo (tipo "0")
       01 RCP-CABECALHO.
           05 RCC-SEQUENCIA        PIC 9(06).
           05 RCC-TIPO             PIC X(01).
               88 RCC-E-CABECALHO       VALUE "0".
           05 FILLER               PIC X(01).
           05 RCC-ARQUIVO          PIC X(08).
           05 RCC-DATA-MOVTO       PIC 9(08).
           05 FILLER               PIC X(16).

      *Visao do registro de rodape do arquivo (tipo "9"): a soma
      *de conferencia e a soma das matriculas dos detalhes.
       01 RCP-RODAPE.
           05 RCR-SEQUENCIA        PIC 9(06).
           05 RCR-TIPO             PIC X(01).
               88 RCR-E-RODAPE          VALUE "9".
           05 FILLER               PIC X(01).
           05 RCR-CONTADOR         PIC 9(07).
           05 RCR-HASH             PIC 9(13).
           05 FILLER               PIC X(12).
