           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY PRECARIOWS.
           COPY DATAVALWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-ACUMULADOS        PIC XX.
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           *> o descoberto do dia e o do saldo por data-valor: o
           *> varrimento dos movimentos junta os lancamentos de
           *> data-valor futura (cheques ainda em float)
           MOVE WS-DATA-HOJE TO WS-DV-DATA-REF
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           MOVE "JUROS-DEVEDORES" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       COMPUTE WS-PROXIMO-ID-MOV = MOV-ID + 1
                       PERFORM 8990-ACUMULAR-DATA-VALOR
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.
                   AT END
                       MOVE "10" TO WS-FS-CLIENTES
                   NOT AT END
                       PERFORM 8995-OBTER-SALDO-VALOR
                       IF WS-DV-SALDO-VALOR < 0
                           PERFORM 2100-ACUMULAR-UMA-CONTA
                       END-IF
               END-READ
           *> juro do dia sobre o descoberto, a taxa anual em base
           *> de 360 dias; a data guardada evita dupla contagem
           *> quando o lote reexecuta no mesmo dia de negocio
           COMPUTE WS-DESCOBERTO-DIA = 0 - WS-DV-SALDO-VALOR
           COMPUTE WS-JUROS-DIA ROUNDED =
               WS-DESCOBERTO-DIA * WS-TAXA-DESCOBERTO / 360

           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY

           COPY PRECARIO.

           COPY DATAVAL.

           COPY DATANEG.
