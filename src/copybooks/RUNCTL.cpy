                   END-WRITE
           END-REWRITE.
           CLOSE FICHEIRO-RUN-CONTROL.

       9855-VERIFICAR-JOB-ANTERIOR.
           *> confirma que WS-RC-JOB-ANTERIOR terminou limpo ('C') no
           *> dia de negocio corrente; sem ficheiro de controlo so
           *> avisa e deixa correr, como no resto da suite
           MOVE 'N' TO WS-RC-ANTERIOR-OK.
           OPEN INPUT FICHEIRO-RUN-CONTROL.
           IF WS-FS-RUN-CONTROL NOT = "00"
               DISPLAY "AVISO: SEM CONTROLO DE EXECUCAO ("
                   WS-FS-RUN-CONTROL ") - " WS-RC-JOB-ANTERIOR
                   " NAO VERIFICADO."
               MOVE 'S' TO WS-RC-ANTERIOR-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DATA-NEGOCIO TO RCT-DATA.
           MOVE WS-RC-JOB-ANTERIOR TO RCT-JOB.
           READ FICHEIRO-RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JOB-CONCLUIDO
                       MOVE 'S' TO WS-RC-ANTERIOR-OK
                   END-IF
           END-READ.
           CLOSE FICHEIRO-RUN-CONTROL.
