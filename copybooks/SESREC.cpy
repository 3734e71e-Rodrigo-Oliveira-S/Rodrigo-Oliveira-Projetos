      *================================================================
      * SESREC.cpy
      * Area da sessao do operador, comum (EXTERNAL) ao MENU-DRIVER
      * e aos programas que ele chama: preenchida na entrada do
      * operador e limpa na saida do menu. Os programas de
      * manutencao e os modos interativos da CALCULADORA so rodam
      * com a sessao aberta, e gravam SES-OPERADOR nas trilhas
      * (CALCAUDIT, ALULOG). Fora do menu (programa chamado direto
      * ou passo de lote) a sessao nunca esta aberta.
      *================================================================
       01 SES-SESSAO EXTERNAL.
           05 SES-ATIVA            PIC X(01).
               88 SES-ABERTA            VALUE "S".
           05 SES-OPERADOR         PIC X(08).
           05 SES-PERFIL           PIC X(01).
           05 SES-DATA-ENTRADA     PIC 9(08).
           05 SES-HORA-ENTRADA     PIC 9(08).
