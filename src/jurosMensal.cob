               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

           SELECT FICHEIRO-RUN-CONTROL ASSIGN TO
               "data/run_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RETENCAOWS.
           COPY PRECARIOWS.
           COPY RUNCTLWS.
           COPY DATAVALWS.

       77  WS-FS-CLIENTES           PIC XX.
       77  WS-FS-LOG                PIC XX.
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.

           *> razao de imposto retido na fonte: sem ele o lote nao
           *> credita juros, senao o imposto retido ficava por
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-LOG-DATA.

           *> o registo do run diz a ACERTO-JUROS-VALOR em que datas
           *> houve apuramento de juros credores
           MOVE "JUROS-MENSAL" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           *> os juros sao calculados sobre o saldo por data-valor do
           *> dia: o varrimento dos movimentos junta os lancamentos de
           *> data-valor futura (cheques ainda em float)
           MOVE WS-DATA-NEGOCIO TO WS-DV-DATA-REF
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> precario central: a taxa dos juros credores deixa de
           *> viver no codigo; sem tabela o lote usa o valor de
           *> recurso e avisa
           DISPLAY "CONTAS CREDITADAS COM JUROS: " WS-TOTAL-CREDITADAS.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1000-CREDITAR-JUROS.
           PERFORM 8995-OBTER-SALDO-VALOR
           IF WS-DV-SALDO-VALOR > 0
               COMPUTE WS-VALOR-JUROS ROUNDED =
                   WS-DV-SALDO-VALOR * WS-TAXA-JUROS-MENSAL
           ELSE
               MOVE 0 TO WS-VALOR-JUROS
           END-IF
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       COMPUTE WS-PROXIMO-ID-MOV = MOV-ID + 1
                       PERFORM 8990-ACUMULAR-DATA-VALOR
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-NEGOCIO TO MOV-DATA
           MOVE WS-DATA-NEGOCIO TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY

           COPY RETENCAO.

           COPY RUNCTL.

           COPY DATAVAL.

           COPY DATANEG.
