      *================================================================
      * CAMREC.cpy
      * Layout do registro do cadastro de taxas de cambio
      * (TXCAMBIO), arquivo indexado com chave na moeda e na data:
      * uma taxa por moeda por dia util do calendario escolar
      * (SISCAL, dia letivo ou de recesso; fim de semana e feriado
      * nao tem taxa). A moeda e o codigo numerico ISO 4217 (840 =
      * dolar, 978 = euro), o mesmo que vem no TRAN-OPERANDO-2 dos
      * registros de conversao do CALCIN; a sigla e so descritiva.
      * A taxa e o valor em reais de uma unidade da moeda. Mantido
      * pelo CADASTRO-CAMBIO e consultado pela CALCULADORA na
      * operacao 7 (conversao), que recusa a conversao quando nao
      * ha taxa da moeda na data do movimento.
      *================================================================
       01 CAM-REC.
           05 CAM-CHAVE.
               10 CAM-MOEDA        PIC 9(03).
               10 CAM-DATA         PIC 9(08).
           05 CAM-SIGLA            PIC X(03).
           05 CAM-TAXA             PIC 9(04)V9(06).
           05 CAM-DATA-INCLUSAO    PIC 9(08).
           05 CAM-DATA-ALTERACAO   PIC 9(08).
