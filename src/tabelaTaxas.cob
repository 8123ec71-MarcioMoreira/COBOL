           COPY PRECARIOWS.

       77  WS-OPCAO                  PIC X VALUE 'L'.
       77  WS-BANDA-BASE             PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9100-GARANTIR-UMA-TAXA
           MOVE "DO" TO TX-PRODUTO
           MOVE 0.1200 TO TX-TAXA-ANUAL
           PERFORM 9100-GARANTIR-UMA-TAXA
           *> cobertura de imparidade por classe de risco, com
           *> bandas de dias de atraso nas classes em incumprimento
           MOVE "IP" TO TX-PRODUTO
           MOVE 0.0100 TO TX-TAXA-ANUAL
           PERFORM 9100-GARANTIR-UMA-TAXA
           MOVE "IV" TO TX-PRODUTO
           MOVE 30 TO WS-BANDA-BASE
           MOVE 0.0300 TO TX-TAXA-ANUAL
           PERFORM 9110-GARANTIR-TAXA-BANDA
           MOVE 0.0800 TO TX-TAXA-ANUAL
           PERFORM 9100-GARANTIR-UMA-TAXA
           MOVE "IN" TO TX-PRODUTO
           MOVE 180 TO WS-BANDA-BASE
           MOVE 0.4000 TO TX-TAXA-ANUAL
           PERFORM 9110-GARANTIR-TAXA-BANDA
           MOVE 365 TO WS-BANDA-BASE
           MOVE 0.7000 TO TX-TAXA-ANUAL
           PERFORM 9110-GARANTIR-TAXA-BANDA
           MOVE 1.0000 TO TX-TAXA-ANUAL
           PERFORM 9100-GARANTIR-UMA-TAXA
           *> custo interno dos fundos para a rentabilidade por
           *> escalao
           MOVE "TF" TO TX-PRODUTO
           MOVE 0.0300 TO TX-TAXA-ANUAL
           PERFORM 9100-GARANTIR-UMA-TAXA.

       9100-GARANTIR-UMA-TAXA.
                   CONTINUE
           END-WRITE.

       9110-GARANTIR-TAXA-BANDA.
           MOVE WS-BANDA-BASE TO TX-PRAZO-MAXIMO
           MOVE 0 TO TX-DATA-EFETIVA
           WRITE REG-TAXA-PRODUTO
               INVALID KEY
                   CONTINUE
           END-WRITE.

       1000-ADICIONAR-TAXA.
           *> mexer no precario muda o preco de todos os creditos e
           *> depositos novos: reservado ao administrador, como as
           END-IF
           DISPLAY " ".
           DISPLAY "--- ADICIONAR TAXA ---".
           DISPLAY "PRODUTO (EM/DP/JO/DO/IP/IV/IN/TF): "
               WITH NO ADVANCING
           ACCEPT TX-PRODUTO
           MOVE FUNCTION UPPER-CASE(TX-PRODUTO) TO TX-PRODUTO

           IF TX-PRODUTO(1:1) = "I"
               DISPLAY "(COBERTURA DE IMPARIDADE: A BANDA E EM DIAS "
                   "DE ATRASO E A TAXA E A FRACAO A PROVISIONAR)"
           END-IF
           DISPLAY "BANDA DE PRAZO - MESES MAXIMO (999 = QUALQUER): "
               WITH NO ADVANCING
           ACCEPT TX-PRAZO-MAXIMO
       3000-CONSULTAR-TAXA.
           DISPLAY " ".
           DISPLAY "--- TAXA EM VIGOR ---".
           DISPLAY "PRODUTO (EM/DP/JO/DO/IP/IV/IN/TF): "
               WITH NO ADVANCING
           ACCEPT WS-TX-PRODUTO
           MOVE FUNCTION UPPER-CASE(WS-TX-PRODUTO) TO WS-TX-PRODUTO
           DISPLAY "PRAZO EM MESES (0 = SEM PRAZO): "
