      *> Paragrafos partilhados do saldo por data-valor. O saldo por
      *> data-valor numa data e o SALDO-FILE menos os lancamentos ja
      *> feitos cuja data-valor e posterior a essa data: e sobre ele
      *> que os lotes de juros calculam. Um movimento sem data-valor
      *> (0) conta na propria data de lancamento.
       8990-ACUMULAR-DATA-VALOR.
           IF MOV-DATA-VALOR NOT > WS-DV-DATA-REF
               EXIT PARAGRAPH
           END-IF
           PERFORM 8992-SINAL-DATA-VALOR
           IF WS-DV-SINAL = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > WS-DV-TOTAL
                      OR WS-DV-CONTA(WS-DV-IDX) = MOV-CONTA
               CONTINUE
           END-PERFORM
           IF WS-DV-IDX > WS-DV-TOTAL
               IF WS-DV-TOTAL >= 5000
                   DISPLAY "ERRO: MAIS DE 5000 CONTAS COM DATA-VALOR "
                       "FUTURA - TABELA CHEIA. LOTE ABORTADO."
                   STOP RUN
               END-IF
               ADD 1 TO WS-DV-TOTAL
               MOVE WS-DV-TOTAL TO WS-DV-IDX
               MOVE MOV-CONTA TO WS-DV-CONTA(WS-DV-IDX)
               MOVE 0 TO WS-DV-PENDENTE(WS-DV-IDX)
           END-IF
           COMPUTE WS-DV-PENDENTE(WS-DV-IDX) =
               WS-DV-PENDENTE(WS-DV-IDX) + MOV-VALOR * WS-DV-SINAL.

       8992-SINAL-DATA-VALOR.
           EVALUATE MOV-TIPO-OP
               WHEN "D" WHEN "E" WHEN "I" WHEN "J"
               WHEN "V" WHEN "X" WHEN "K" WHEN "H"
               WHEN "N"
                   MOVE 1 TO WS-DV-SINAL
               WHEN "T" WHEN "L" WHEN "F" WHEN "P"
               WHEN "B" WHEN "M" WHEN "Q" WHEN "Y" WHEN "R"
               WHEN "U" WHEN "W" WHEN "O"
               WHEN "Z"
               WHEN "G"
               WHEN "A"
               WHEN "4"
                   MOVE -1 TO WS-DV-SINAL
               WHEN OTHER
                   MOVE 0 TO WS-DV-SINAL
           END-EVALUATE.

       8995-OBTER-SALDO-VALOR.
           MOVE SALDO-FILE TO WS-DV-SALDO-VALOR
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                   UNTIL WS-DV-IDX > WS-DV-TOTAL
               IF WS-DV-CONTA(WS-DV-IDX) = NR-CONTA-FILE
                   SUBTRACT WS-DV-PENDENTE(WS-DV-IDX)
                       FROM WS-DV-SALDO-VALOR
               END-IF
           END-PERFORM.
