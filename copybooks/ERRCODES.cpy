           88 ERR-CONTROLE-LOTE            VALUE 21.
           88 ERR-DATA-JA-PROCESSADA       VALUE 22.
           88 ERR-DATA-NAO-LETIVA          VALUE 23.
           88 ERR-TAXA-NAO-CADASTRADA      VALUE 24.
           88 ERR-ACESSO-NEGADO            VALUE 25.
           88 ERR-ESTORNO-RECUSADO         VALUE 26.
           88 ERR-PARAMETRO-INVALIDO       VALUE 27.
           88 ERR-CADASTRO-INCONSISTENTE   VALUE 28.

       01 ERR-MSG-ENTRADA-INVALIDA    PIC X(44)
           VALUE "ERRO 10: OPCAO OU ENTRADA INVALIDA".
           VALUE "ERRO 22: DATA DE MOVIMENTO JA PROCESSADA".
       01 ERR-MSG-DATA-NAO-LETIVA     PIC X(44)
           VALUE "ERRO 23: DATA DE MOVIMENTO NAO E DIA LETIVO".
       01 ERR-MSG-TAXA-NAO-CADASTRADA PIC X(44)
           VALUE "ERRO 24: TAXA DE CAMBIO AUSENTE NA DATA".
       01 ERR-MSG-ACESSO-NEGADO       PIC X(44)
           VALUE "ERRO 25: ACESSO NEGADO AO OPERADOR".
       01 ERR-MSG-ESTORNO-RECUSADO    PIC X(44)
           VALUE "ERRO 26: ESTORNO RECUSADO PARA A DATA".
       01 ERR-MSG-PARAMETRO-INVALIDO  PIC X(44)
           VALUE "ERRO 27: SISPARM COM CHAVE OU VALOR INVALIDO".
       01 ERR-MSG-CADASTRO-INCONSISTENTE PIC X(44)
           VALUE "ERRO 28: CADASTROS MESTRES INCONSISTENTES".
