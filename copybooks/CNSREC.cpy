      *================================================================
      * CNSREC.cpy
      * Layout do arquivo de resultados anuais para o censo escolar
      * do estado (MNCENSO), gravado pela MN-CENSO a partir do
      * historico escolar permanente (MNHISTANO) de um ano letivo:
      * matricula, ano letivo, nome, turma e descricao da turma no
      * ano, as medias dos quatro bimestres, a media anual e o
      * resultado final. Segue o esquema de controle dos arquivos
      * de lote do sistema (TRANREC): cabecalho na primeira linha
      * (tipo "0" na coluna 7, nome logico do arquivo, ano letivo
      * e data da geracao) e rodape na ultima (tipo "9",
      * quantidade de alunos e soma de conferencia das
      * matriculas), exigidos pelo estado na recepcao do arquivo.
      *================================================================
       01 CNS-REC.
           05 CNS-MATRICULA        PIC 9(06).
           05 CNS-TIPO-REG         PIC X(01).
               88 CNS-E-DETALHE         VALUE "1".
           05 CNS-ANO-LETIVO       PIC 9(04).
           05 CNS-NOME             PIC X(30).
           05 CNS-TURMA            PIC X(03).
           05 CNS-TUR-DESCRICAO    PIC X(30).
           05 CNS-MEDIA-BIM        PIC 9(02)V9 OCCURS 4 TIMES.
           05 CNS-MEDIA-ANUAL      PIC 9(02)V9.
           05 CNS-RESULTADO        PIC X(11).

      *Visao do registro de cabecalho do arquivo (tipo "0")
       01 CNS-CABECALHO.
           05 CNC-SEQUENCIA        PIC 9(06).
           05 CNC-TIPO             PIC X(01).
               88 CNC-E-CABECALHO       VALUE "0".
           05 FILLER               PIC X(01).
           05 CNC-ARQUIVO          PIC X(08).
           05 CNC-ANO-LETIVO       PIC 9(04).
           05 CNC-DATA-GERACAO     PIC 9(08).
           05 FILLER               PIC X(72).

      *Visao do registro de rodape do arquivo (tipo "9")
       01 CNS-RODAPE.
           05 CNR-SEQUENCIA        PIC 9(06).
           05 CNR-TIPO             PIC X(01).
               88 CNR-E-RODAPE          VALUE "9".
           05 FILLER               PIC X(01).
           05 CNR-CONTADOR         PIC 9(07).
           05 CNR-HASH             PIC 9(13).
           05 FILLER               PIC X(72).
