       77  WS-SALDO-VARIACAO         PIC 9(07)V99 VALUE 49950.00.
       77  WS-SEMENTE                PIC 9(09).
       77  WS-NUMERO-ALEATORIO       PIC 9V9(9).
           COPY PINHASHWS.

       PROCEDURE DIVISION.
           DISPLAY "QUANTOS CLIENTES GERAR (BRANCO = 100): "

           ACCEPT WS-SEMENTE FROM TIME.
           MOVE FUNCTION RANDOM(WS-SEMENTE) TO WS-NUMERO-ALEATORIO.
           *> o gerador ja ficou semeado: os sais dos PINs seguem a
           *> mesma sequencia em vez de voltarem a semear pela hora
           MOVE 'S' TO WS-PH-SEMEADO.

           COMPUTE WS-RESTANTES = WS-QTD-CLIENTES - WS-CONTADOR + 1.

               MOVE WS-CONTADOR TO NR-CONTA-FILE

               MOVE FUNCTION RANDOM TO WS-NUMERO-ALEATORIO
               COMPUTE WS-PH-PIN = WS-NUMERO-ALEATORIO * 1000000
               PERFORM 8975-GERAR-HASH-PIN
               MOVE WS-PH-SALT TO PIN-SALT-FILE
               MOVE WS-PH-HASH TO PIN-HASH-FILE

               STRING "CLIENTE TESTE " DELIMITED BY SIZE
                      WS-CONTADOR      DELIMITED BY SIZE
               MOVE 0           TO DATA-LEVANTAMENTO-FILE
               MOVE 0           TO SALDO-LIMITE-FILE
               MOVE " "         TO SO-BENEFICIARIOS-FILE
               MOVE 1           TO BALCAO-FILE

               WRITE REG-CLIENTE
                   INVALID KEY
           OPEN OUTPUT FICHEIRO-CHECKPOINT
           WRITE REG-CHECKPOINT
           CLOSE FICHEIRO-CHECKPOINT.

           COPY PINHASH.
