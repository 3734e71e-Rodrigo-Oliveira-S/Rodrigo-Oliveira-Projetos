      *               investigar - ate aqui um registro sumido entre
      *               o LOTEIN e as saidas roteadas nao era visto
      *               por ninguem.
      * 2026-10-15 RO Conferencias 1 e 1A descontam de MNROSTER os
      *               alunos juntados pela MN-CONSOLIDA na data de
      *               fechamento do bimestre (processados dela em
      *               SISRUNCT), que nao passaram pelo roteamento;
      *               a quantidade sai numa linha abaixo da
      *               conferencia 1.
      * 2026-10-15 RO Linhas de SISRUNCT marcadas como estornadas
      *               (situacao R, gravada pelo SIS-ESTORNO) nao
      *               entram mais na apuracao da data alvo.
      *================================================================

       ENVIRONMENT DIVISION.
       01 BL-SENS-ACHADO-SW PIC X(01) VALUE "N".
           88 BL-SENS-ACHADO       VALUE "S".
       77 BL-SENS-REJ      PIC 9(07) VALUE ZERO.
      *Alunos juntados ao roster pela MN-CONSOLIDA (notas por
      *avaliacao de MNAVAL), fora do roteamento
       77 BL-CN-PROC       PIC 9(07) VALUE ZERO.

      *Apoio das conferencias
       77 BL-ESPERADO      PIC 9(07) VALUE ZERO.
               NOT AT END
                   MOVE BL-RUN-REC TO RUN-LINHA
                   IF RUN-DATA-MOV = BL-DATA-ALVO
                           AND NOT RUN-ESTORNADO
                       EVALUATE RUN-PROGRAMA
                           WHEN "ROTEADOR-LOTE"
                               MOVE "S" TO BL-RT-ACHADO-SW
                           WHEN "CONVERSOR-SENS"
                               MOVE "S" TO BL-SENS-ACHADO-SW
                               MOVE RUN-QTD-REJ  TO BL-SENS-REJ
                           WHEN "MN-CONSOLIDA"
                               MOVE RUN-QTD-PROC TO BL-CN-PROC
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
      * correcao, as duplicatas removidas fazem as duas
      * conferencias quebrarem de proposito; conferir o MNPREREL
      * antes de tratar a quebra como registro perdido.
      * Os alunos juntados ao roster pela MN-CONSOLIDA no
      * fechamento do bimestre nao vieram de LOTEIN e sao
      * descontados de MNROSTER.
      *----------------------------------------------------------
       4000-CONFERIR-ROTEAMENTO.
           IF BL-QTD-MNROSTER > BL-CN-PROC
               SUBTRACT BL-CN-PROC FROM BL-QTD-MNROSTER
           ELSE
               MOVE ZERO TO BL-QTD-MNROSTER
           END-IF
           COMPUTE BL-APURADO
               = BL-QTD-CALCIN + BL-QTD-MNROSTER
               + BL-QTD-CTIN + BL-QTD-EXC
                   PERFORM 8100-GRAVAR-QUEBRA THRU 8100-EXIT
               END-IF
           END-IF
           IF BL-CN-PROC > ZERO
               MOVE SPACES TO BL-REL-REC
               MOVE BL-CN-PROC TO BL-QTD-ED
               STRING "   MNROSTER SEM OS CONSOLIDADOS: " BL-QTD-ED
                   DELIMITED BY SIZE INTO BL-REL-REC
               WRITE BL-REL-REC
           END-IF

           MOVE "1A LOTEIN X TOTAL ROTEADO" TO BL-EQ-TITULO
           MOVE BL-QTD-LOTEIN TO BL-ESPERADO
