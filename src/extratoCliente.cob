               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

           SELECT FICHEIRO-ENTIDADES ASSIGN TO "data/entidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CODIGO
               FILE STATUS IS WS-FS-ENTIDADES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
           05 LOG-DATA                PIC 9(08).
           05 LOG-CONTA                PIC 9(09).
           05 LOG-TIPO-OP              PIC X(01).
               *> lancamentos de imparidade: so contabilidade, nao
               *> sao movimentos da conta do cliente
               88 LOG-SO-CONTABILIDADE   VALUE "1" "2" "3".
           05 LOG-VALOR                PIC 9(07)V99.
           *> so nas linhas 'A' (pagamento de servicos)
           05 LOG-ENTIDADE             PIC X(05).
           05 LOG-REFERENCIA           PIC X(09).

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.
       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-ENTIDADES.
           COPY ENTIDADE.

       WORKING-STORAGE SECTION.
       77  WS-FS-CLIENTES           PIC XX.
       77  WS-FS-LOG                PIC XX.
       77  WS-TITULARES-ABERTOS     PIC X VALUE 'N'.
           88 TITULARES-DISPONIVEIS VALUE 'S'.

       *> Os pagamentos de servicos levam uma linha de comprovativo
       *> com a entidade e a referencia; o registo de entidades e
       *> opcional - sem ele a linha sai sem o nome da entidade.
       77  WS-FS-ENTIDADES          PIC XX.
       77  WS-ENTIDADES-ABERTO      PIC X VALUE 'N'.
           88 ENTIDADES-DISPONIVEIS VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
                   SUBTRACT LOG-VALOR FROM WS-MOVIMENTO-SINAL
               WHEN "O"
                   SUBTRACT LOG-VALOR FROM WS-MOVIMENTO-SINAL
               WHEN "Z"
                   SUBTRACT LOG-VALOR FROM WS-MOVIMENTO-SINAL
               WHEN "G"
                   SUBTRACT LOG-VALOR FROM WS-MOVIMENTO-SINAL
               WHEN "A"
                   SUBTRACT LOG-VALOR FROM WS-MOVIMENTO-SINAL
               WHEN "4"
                   SUBTRACT LOG-VALOR FROM WS-MOVIMENTO-SINAL
               WHEN "N"
                   ADD LOG-VALOR TO WS-MOVIMENTO-SINAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY "DATA       OP  VALOR        SALDO".
           DISPLAY "-------------------------------------------------"

           OPEN INPUT FICHEIRO-ENTIDADES
           IF WS-FS-ENTIDADES = "00"
               MOVE 'S' TO WS-ENTIDADES-ABERTO
           END-IF

           OPEN INPUT FICHEIRO-LOG
           PERFORM UNTIL WS-FS-LOG = "10"
               READ FICHEIRO-LOG
                       IF LOG-CONTA = WS-CONTA-PEDIDA
                               AND LOG-DATA >= WS-DATA-INICIO
                               AND LOG-DATA <= WS-DATA-FIM
                               AND NOT LOG-SO-CONTABILIDADE
                           PERFORM 3100-IMPRIMIR-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-LOG.
           IF ENTIDADES-DISPONIVEIS
               CLOSE FICHEIRO-ENTIDADES
           END-IF

           DISPLAY "-------------------------------------------------"
           DISPLAY "TOTAL DE MOVIMENTOS: " WS-TOTAL-LINHAS.
                   SUBTRACT LOG-VALOR FROM WS-SALDO-CORRENTE
               WHEN "O"
                   SUBTRACT LOG-VALOR FROM WS-SALDO-CORRENTE
               WHEN "Z"
                   SUBTRACT LOG-VALOR FROM WS-SALDO-CORRENTE
               WHEN "G"
                   SUBTRACT LOG-VALOR FROM WS-SALDO-CORRENTE
               WHEN "A"
                   SUBTRACT LOG-VALOR FROM WS-SALDO-CORRENTE
               WHEN "4"
                   SUBTRACT LOG-VALOR FROM WS-SALDO-CORRENTE
               WHEN "N"
                   ADD LOG-VALOR TO WS-SALDO-CORRENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-SALDO-CORRENTE TO WS-SALDO-FORMATADO
           DISPLAY LOG-DATA " " LOG-TIPO-OP "   "
               WS-VALOR-FORMATADO "   " WS-SALDO-FORMATADO.

           IF LOG-TIPO-OP = "A"
               PERFORM 3200-IMPRIMIR-COMPROVATIVO
           END-IF.

       3200-IMPRIMIR-COMPROVATIVO.
           MOVE SPACES TO ENT-NOME
           IF ENTIDADES-DISPONIVEIS AND LOG-ENTIDADE IS NUMERIC
               MOVE LOG-ENTIDADE TO ENT-CODIGO
               READ FICHEIRO-ENTIDADES
                   INVALID KEY
                       MOVE SPACES TO ENT-NOME
               END-READ
           END-IF
           DISPLAY "           PAG. SERVICOS ENT " LOG-ENTIDADE
               " REF " LOG-REFERENCIA " " ENT-NOME.
