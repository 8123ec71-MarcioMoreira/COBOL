              10 WS-MOE-DEBITOS-DIA    PIC 9(11)V99.
              10 WS-MOE-CREDITOS-DIA   PIC 9(11)V99.

       *> Subtotais por balcao de domicilio, separados por moeda
       *> (os saldos de moedas diferentes nao se somam). Os saldos
       *> vem do balcao da conta; o volume do dia vem do balcao
       *> carimbado em cada movimento.
       77  WS-BAL-TOTAL            PIC 9(03) VALUE 0.
       77  WS-BAL-IDX              PIC 9(03).
       77  WS-BAL-PROCURADO        PIC 9(04).
       77  WS-BAL-ACHADO           PIC X.
           88 BALCAO-NA-TABELA     VALUE 'S'.
       01  WS-TABELA-BALCOES.
           05 WS-BAL-ENTRADA OCCURS 500 TIMES.
              10 WS-BAL-CODIGO         PIC 9(04).
              10 WS-BAL-MOEDA          PIC X(03).
              10 WS-BAL-CONTAS         PIC 9(07).
              10 WS-BAL-SALDO          PIC S9(11)V99.
              10 WS-BAL-DEBITOS-DIA    PIC 9(11)V99.
              10 WS-BAL-CREDITOS-DIA   PIC 9(11)V99.

       77  WS-VALOR-EUR            PIC S9(13)V99.
       77  WS-TOTAL-EUR            PIC S9(13)V99.
       77  WS-TOTAL-CONTAS         PIC 9(07) VALUE 0.
                       ADD SALDO-FILE TO WS-MOE-SALDO(WS-MOE-IDX)
                       ADD SALDO-LIMITE-FILE
                           TO WS-MOE-LIMITE(WS-MOE-IDX)
                       MOVE BALCAO-FILE TO WS-BAL-PROCURADO
                       PERFORM 8200-LOCALIZAR-BALCAO
                       ADD 1 TO WS-BAL-CONTAS(WS-BAL-IDX)
                       ADD SALDO-FILE TO WS-BAL-SALDO(WS-BAL-IDX)
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CLIENTES.

           MOVE MOEDA-FILE TO WS-MOE-PROCURADA
           PERFORM 8000-LOCALIZAR-MOEDA
           MOVE MOV-BALCAO TO WS-BAL-PROCURADO
           PERFORM 8200-LOCALIZAR-BALCAO
           IF WS-SINAL = 1
               ADD MOV-VALOR TO WS-MOE-CREDITOS-DIA(WS-MOE-IDX)
               ADD MOV-VALOR TO WS-BAL-CREDITOS-DIA(WS-BAL-IDX)
           ELSE
               ADD MOV-VALOR TO WS-MOE-DEBITOS-DIA(WS-MOE-IDX)
               ADD MOV-VALOR TO WS-BAL-DEBITOS-DIA(WS-BAL-IDX)
           END-IF.

       3000-IMPRIMIR-POSICAO.
                   "CAMBIO.DAT - O TOTAL EM EUR ESTA INCOMPLETO! ***"
           END-IF.
           DISPLAY "==================================================".
           PERFORM 3300-IMPRIMIR-BALCOES.
           DISPLAY " ".

       3100-IMPRIMIR-MOEDA.
                   DISPLAY "  EQUIVALENTE EUR  : " WS-EUR-FORMATADO
           END-READ.

       3300-IMPRIMIR-BALCOES.
           IF WS-BAL-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "SUBTOTAIS POR BALCAO DE DOMICILIO"
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-TOTAL
               DISPLAY "BALCAO " WS-BAL-CODIGO(WS-BAL-IDX) " "
                   WS-BAL-MOEDA(WS-BAL-IDX) " - "
                   WS-BAL-CONTAS(WS-BAL-IDX) " CONTAS"
               MOVE WS-BAL-SALDO(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  SALDOS           : " WS-VALOR-FORMATADO
               MOVE WS-BAL-DEBITOS-DIA(WS-BAL-IDX)
                   TO WS-VALOR-FORMATADO
               DISPLAY "  DEBITOS DO DIA   : " WS-VALOR-FORMATADO
               MOVE WS-BAL-CREDITOS-DIA(WS-BAL-IDX)
                   TO WS-VALOR-FORMATADO
               DISPLAY "  CREDITOS DO DIA  : " WS-VALOR-FORMATADO
           END-PERFORM
           DISPLAY "==================================================".

       8000-LOCALIZAR-MOEDA.
           *> pesquisa linear na tabela de moedas
           MOVE 'N' TO WS-MOE-ACHADA
               MOVE 0 TO WS-MOE-CREDITOS-DIA(WS-MOE-IDX)
           END-IF.

       8200-LOCALIZAR-BALCAO.
           *> pesquisa linear pelo par balcao/moeda; a moeda e a da
           *> conta corrente em REG-CLIENTE
           MOVE 'N' TO WS-BAL-ACHADO
           MOVE 1 TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX > WS-BAL-TOTAL
                      OR BALCAO-NA-TABELA
               IF WS-BAL-CODIGO(WS-BAL-IDX) = WS-BAL-PROCURADO
                       AND WS-BAL-MOEDA(WS-BAL-IDX) = MOEDA-FILE
                   MOVE 'S' TO WS-BAL-ACHADO
               ELSE
                   ADD 1 TO WS-BAL-IDX
               END-IF
           END-PERFORM
           IF NOT BALCAO-NA-TABELA
               IF WS-BAL-TOTAL >= 500
                   DISPLAY "ERRO: MAIS DE 500 PARES BALCAO/MOEDA - "
                       "TABELA DE TOTAIS CHEIA. RELATORIO ABORTADO."
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-TOTAL
               MOVE WS-BAL-TOTAL TO WS-BAL-IDX
               MOVE WS-BAL-PROCURADO TO WS-BAL-CODIGO(WS-BAL-IDX)
               MOVE MOEDA-FILE TO WS-BAL-MOEDA(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-CONTAS(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-SALDO(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-DEBITOS-DIA(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-CREDITOS-DIA(WS-BAL-IDX)
           END-IF.

       8100-SINAL-DA-OPERACAO.
           EVALUATE MOV-TIPO-OP
               WHEN "D" WHEN "E" WHEN "I" WHEN "J"
               WHEN "V" WHEN "X" WHEN "K" WHEN "H"
               WHEN "N"
                   MOVE 1 TO WS-SINAL
               WHEN "T" WHEN "L" WHEN "F" WHEN "P"
               WHEN "B" WHEN "M" WHEN "Q" WHEN "Y" WHEN "R"
               WHEN "U" WHEN "W" WHEN "O"
               WHEN "Z"
               WHEN "G"
               WHEN "A"
               WHEN "4"
                   MOVE -1 TO WS-SINAL
               WHEN OTHER
                   MOVE 0 TO WS-SINAL
