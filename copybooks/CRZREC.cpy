      *================================================================
      * CRZREC.cpy
      * Layout da linha do extrato de excecoes do cruzamento dos
      * cadastros (CRZEXC), gravado pelo SIS-CRUZAMENTO na varredura
      * noturna: uma linha por registro orfao ou inconsistente, com
      * o setor que trata a excecao (S = secretaria, M = manutencao),
      * o arquivo e a chave do registro, o codigo e a descricao do
      * motivo, a referencia cruzada (turma, data, quantidade) e a
      * data do movimento da varredura. Motivos:
      *   01 turma do aluno nao cadastrada em MNTURMAS
      *   02 aluno ativo em turma inativa
      *   03 turma com mais alunos ativos do que a capacidade
      *   04 historico (MNHIST) de matricula fora do MNALUNOS
      *   05 historico com data de movimento fora do SISCAL
      *   06 linhas de CTHIST de sensor fora do CTSENMST
      *   07 fechamento de bimestre em dia nao letivo (SISCAL)
      *   08 bimestre letivo sem data de fechamento (SISCAL)
      *   09 bimestre com mais de uma data de fechamento (SISCAL)
      *   10 pendente do feed (MNPEND) fora do MNALUNOS
      *   11 recusado na fila de reenvio (MNRECUSA) fora do MNALUNOS
      *================================================================
       01 CRZ-LINHA.
           05 CRZ-DESTINO          PIC X(01).
               88 CRZ-SECRETARIA        VALUE "S".
               88 CRZ-MANUTENCAO        VALUE "M".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRZ-ARQUIVO          PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRZ-CHAVE            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRZ-MOTIVO           PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRZ-DESCRICAO        PIC X(38).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRZ-REFERENCIA       PIC X(17).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 CRZ-DATA-MOV         PIC 9(08).
