      *> Paragrafos partilhados das garantias de emprestimos (ver
      *> GARDEPWS). Um deposito a prazo penhorado em garantia de um
      *> emprestimo vivo nao pode ser resgatado nem pago a conta no
      *> vencimento; a garantia liberta-se quando o emprestimo deixa
      *> de precisar dela.
       8985-VERIFICAR-PENHOR-DEPOSITO.
           MOVE 'N' TO WS-GD-PENHORADO
           MOVE 0 TO WS-GD-EMPRESTIMO
           IF NOT COLATERAIS-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GD-DEPOSITO TO COL-DEPOSITO
           START FICHEIRO-COLATERAIS KEY IS NOT LESS THAN COL-DEPOSITO
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START

           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-DEPOSITO NOT = WS-GD-DEPOSITO
                           MOVE "10" TO WS-FS-COLATERAIS
                       ELSE
                           IF COL-ATIVA AND COL-DEPOSITO-PENHOR
                               MOVE 'S' TO WS-GD-PENHORADO
                               MOVE COL-EMPRESTIMO TO WS-GD-EMPRESTIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.

       8987-LIBERTAR-GARANTIAS.
           MOVE 0 TO WS-GD-TOTAL
           IF NOT COLATERAIS-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GD-EMPRESTIMO TO COL-EMPRESTIMO
           MOVE 0 TO COL-SEQ
           START FICHEIRO-COLATERAIS KEY IS NOT LESS THAN COL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START

           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-EMPRESTIMO NOT = WS-GD-EMPRESTIMO
                           MOVE "10" TO WS-FS-COLATERAIS
                       ELSE
                           IF COL-ATIVA
                               MOVE "L" TO COL-ESTADO
                               MOVE WS-GD-DATA TO COL-DATA-ESTADO
                               REWRITE REG-COLATERAL
                                   INVALID KEY
                                       DISPLAY "ERRO AO LIBERTAR A "
                                           "GARANTIA " COL-SEQ
                                           " DO EMPRESTIMO "
                                           COL-EMPRESTIMO "!"
                                   NOT INVALID KEY
                                       ADD 1 TO WS-GD-TOTAL
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.
