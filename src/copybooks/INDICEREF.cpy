      *> Paragrafo partilhado da consulta ao historico de
      *> indexantes. As linhas estao ordenadas pela chave (codigo,
      *> data efetiva): o valor em vigor e o da ultima linha do
      *> indexante cuja data efetiva nao esteja no futuro da data de
      *> negocio.
       9770-OBTER-INDEXANTE.
           MOVE 'N' TO WS-IX-ACHADO
           IF NOT INDEXANTES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IX-CODIGO TO IX-CODIGO
           MOVE 0 TO IX-DATA-EFETIVA
           START FICHEIRO-INDEXANTES KEY IS NOT LESS THAN IX-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-INDEXANTES
           END-START

           PERFORM UNTIL WS-FS-INDEXANTES = "10"
               READ FICHEIRO-INDEXANTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-INDEXANTES
                   NOT AT END
                       PERFORM 9775-AVALIAR-INDEXANTE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-INDEXANTES.

       9775-AVALIAR-INDEXANTE.
           IF IX-CODIGO NOT = WS-IX-CODIGO
                   OR IX-DATA-EFETIVA > WS-DATA-NEGOCIO
               MOVE "10" TO WS-FS-INDEXANTES
               EXIT PARAGRAPH
           END-IF
           *> cada leitura traz uma data efetiva mais recente: fica
           *> a ultima
           MOVE 'S' TO WS-IX-ACHADO
           MOVE IX-TAXA TO WS-IX-TAXA-OBTIDA
           MOVE IX-DATA-EFETIVA TO WS-IX-DATA-OBTIDA.
