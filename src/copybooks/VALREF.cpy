      *> Paragrafos partilhados da validacao da referencia de
      *> pagamento de servicos. Cada entidade escolhe a sua regra
      *> (ENT-REGRA-REF): sem controlo, modulo 10 (Luhn, o ultimo
      *> digito controla os oito anteriores) ou modulo 97 (os dois
      *> ultimos digitos sao 98 menos o resto de base x 100 por 97).
      *> Uma referencia mal digitada e recusada na captura, antes de
      *> o dinheiro sair da conta do cliente.
       8960-VALIDAR-REFERENCIA.
           MOVE 'N' TO WS-REFERENCIA-OK
           IF WS-REF-VALIDAR NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-REF-VALIDAR-NUM = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RV-REGRA
               WHEN "N"
                   MOVE 'S' TO WS-REFERENCIA-OK
               WHEN "L"
                   PERFORM 8961-VALIDAR-MODULO-10
               WHEN "M"
                   COMPUTE WS-RV-ESPERADO =
                       98 - FUNCTION MOD(WS-RV-BASE * 100, 97)
                   IF WS-RV-ESPERADO = WS-RV-CONTROLO
                       MOVE 'S' TO WS-REFERENCIA-OK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8961-VALIDAR-MODULO-10.
           *> da direita para a esquerda, a partir do digito antes do
           *> de controlo, um sim um nao e duplicado (posicoes pares)
           MOVE 0 TO WS-RV-SOMA
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > 9
               MOVE WS-RV-DIGITO(WS-RV-IDX) TO WS-RV-PARCELA
               IF FUNCTION MOD(WS-RV-IDX, 2) = 0
                   COMPUTE WS-RV-PARCELA = WS-RV-PARCELA * 2
                   IF WS-RV-PARCELA > 9
                       SUBTRACT 9 FROM WS-RV-PARCELA
                   END-IF
               END-IF
               ADD WS-RV-PARCELA TO WS-RV-SOMA
           END-PERFORM
           IF FUNCTION MOD(WS-RV-SOMA, 10) = 0
               MOVE 'S' TO WS-REFERENCIA-OK
           END-IF.
