      *================================================================
      * OPRREC.cpy
      * Layout do registro do cadastro de operadores (SISOPER),
      * arquivo indexado com chave no codigo do operador. Mantido
      * pelo CADASTRO-OPERADOR e lido pelo MENU-DRIVER na entrada
      * do operador: senha, perfil de acesso (T = tesouraria,
      * S = secretaria, M = manutencao predial, O = operacoes) e
      * situacao. Cada senha errada soma 1 em OPR-FALHAS; na
      * terceira seguida o operador fica bloqueado (situacao B)
      * ate o desbloqueio no CADASTRO-OPERADOR. Uma entrada certa
      * zera as falhas e grava a data do ultimo acesso.
      *================================================================
       01 OPR-REC.
           05 OPR-CODIGO           PIC X(08).
           05 OPR-NOME             PIC X(30).
           05 OPR-SENHA            PIC X(08).
           05 OPR-PERFIL           PIC X(01).
               88 OPR-PERFIL-TESOURARIA VALUE "T".
               88 OPR-PERFIL-SECRETARIA VALUE "S".
               88 OPR-PERFIL-MANUTENCAO VALUE "M".
               88 OPR-PERFIL-OPERACOES  VALUE "O".
               88 OPR-PERFIL-VALIDO     VALUE "T" "S" "M" "O".
           05 OPR-SITUACAO         PIC X(01).
               88 OPR-ATIVO             VALUE "A".
               88 OPR-BLOQUEADO         VALUE "B".
               88 OPR-INATIVO           VALUE "I".
           05 OPR-FALHAS           PIC 9(02).
           05 OPR-ULTIMO-ACESSO    PIC 9(08).
           05 OPR-DATA-INCLUSAO    PIC 9(08).
           05 OPR-DATA-ALTERACAO   PIC 9(08).
