       *> indisponivel este numero de dias de calendario
       77  WS-DIAS-FLOAT           PIC 9(02) VALUE 3.
       77  WS-DIAS-CALC            PIC 9(07).
       *> data-valor do credito 'H': a de disponibilidade do cheque
       77  WS-DATA-VALOR           PIC 9(08).

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
                   EXIT PARAGRAPH
           END-REWRITE

           *> o credito so conta para juros a partir do dia em que
           *> o cheque fica disponivel
           COMPUTE WS-DIAS-CALC =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-DIAS-FLOAT
           COMPUTE WS-DATA-VALOR =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-CALC)

           MOVE NR-CONTA-FILE TO WS-LOG-CONTA
           MOVE CD-VALOR TO WS-LOG-VALOR
           MOVE "H" TO WS-LOG-TIPO-OP
           MOVE WS-PROXIMO-ID-CHD TO CD-ID
           ADD 1 TO WS-PROXIMO-ID-CHD
           MOVE WS-DATA-HOJE TO CD-DATA-DEPOSITO
           MOVE WS-DATA-VALOR TO CD-DATA-DISPONIVEL
           COMPUTE CD-MOV-CREDITO = WS-PROXIMO-ID-MOV - 1
           MOVE "F" TO CD-ESTADO
           WRITE REG-CHEQUE-DEP
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-VALOR TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
