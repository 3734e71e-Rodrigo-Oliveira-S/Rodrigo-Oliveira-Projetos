      *================================================================
      * FRMREC.cpy
      * Layout do movimento diario de chamada (FREQMOV), consumido
      * pela MN-FREQUENCIA: matricula, presenca (P = presente,
      * F = falta) e a data da aula, que precisa ser dia letivo no
      * calendario escolar (SISCAL) e define o bimestre acumulado.
      * Segue o mesmo esquema de controle dos demais arquivos de
      * lote recebidos (TRANREC, ALUMOV): um cabecalho na primeira
      * linha (tipo "0" na mesma coluna, nome logico do arquivo e
      * data do movimento) e um rodape na ultima (tipo "9",
      * quantidade de detalhes e soma de conferencia das
      * matriculas), conferidos antes de qualquer aplicacao.
      *================================================================
       01 FRM-REC.
           05 FRM-MATRICULA        PIC 9(06).
           05 FRM-TIPO-REG         PIC X(01).
           05 FRM-PRESENCA         PIC X(01).
               88 FRM-PRESENTE          VALUE "P".
               88 FRM-FALTOU            VALUE "F".
           05 FRM-DATA-AULA        PIC 9(08).
           05 FILLER               PIC X(24).

      *Visao do registro de cabecalho do arquivo (tipo "0")
       01 FRM-CABECALHO.
           05 FMC-SEQUENCIA        PIC 9(06).
           05 FMC-TIPO             PIC X(01).
               88 FMC-E-CABECALHO       VALUE "0".
           05 FILLER               PIC X(01).
           05 FMC-ARQUIVO          PIC X(08).
           05 FMC-DATA-MOVTO       PIC 9(08).
           05 FILLER               PIC X(16).

      *Visao do registro de rodape do arquivo (tipo "9"): a soma
      *de conferencia e a soma das matriculas dos detalhes.
       01 FRM-RODAPE.
           05 FMR-SEQUENCIA        PIC 9(06).
           05 FMR-TIPO             PIC X(01).
               88 FMR-E-RODAPE          VALUE "9".
           05 FILLER               PIC X(01).
           05 FMR-CONTADOR         PIC 9(07).
           05 FMR-HASH             PIC 9(13).
           05 FILLER               PIC X(12).
