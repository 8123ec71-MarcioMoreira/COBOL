       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY FICHENTWS.
           COPY PINHASHWS.
           COPY RUNCTLWS.

       77  WS-FS-COBRANCAS         PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> as penhoras tem prioridade sobre os debitos do cliente:
           *> so se corre depois de EXECUTAR-PENHORAS ter apreendido o
           *> saldo do dia
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE "EXECUTAR-PENHORAS" TO WS-RC-JOB-ANTERIOR
           PERFORM 9855-VERIFICAR-JOB-ANTERIOR.
           IF NOT JOB-ANTERIOR-CONCLUIDO
               DISPLAY "ERRO: EXECUTAR-PENHORAS AINDA NAO TERMINOU "
                   "LIMPO EM " WS-DATA-NEGOCIO " - LANCE-O PRIMEIRO."
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-COBRANCAS.
           IF WS-FS-COBRANCAS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE COBRANCAS: "
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "COBRANCA-DEBITOS" TO WS-RC-JOB
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY

           COPY FICHENTP.

           COPY PINHASH.

           COPY DATANEG.
