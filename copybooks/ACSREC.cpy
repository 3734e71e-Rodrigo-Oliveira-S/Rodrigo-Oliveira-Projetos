      *================================================================
      * ACSREC.cpy
      * Layout da linha do log de acesso ao sistema (SISACESS),
      * gravado pelo MENU-DRIVER (aberto em EXTEND) a cada tentativa
      * de entrada e a cada saida: data, hora, operador digitado e o
      * evento - E = entrada aceita, S = saida do menu, F = senha
      * errada, D = operador desconhecido, B = operador bloqueado
      * nesta tentativa (terceira falha seguida), R = recusado por
      * ja estar bloqueado ou inativo. O CADASTRO-OPERADOR grava U
      * no desbloqueio. O log so cresce.
      *================================================================
       01 ACS-LINHA.
           05 ACS-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACS-HORA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACS-OPERADOR         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACS-EVENTO           PIC X(01).
               88 ACS-ENTRADA           VALUE "E".
               88 ACS-SAIDA             VALUE "S".
               88 ACS-SENHA-ERRADA      VALUE "F".
               88 ACS-DESCONHECIDO      VALUE "D".
               88 ACS-BLOQUEIO          VALUE "B".
               88 ACS-RECUSADO          VALUE "R".
               88 ACS-DESBLOQUEIO       VALUE "U".
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACS-FALHAS           PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACS-DESCRICAO        PIC X(30).
