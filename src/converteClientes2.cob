       77  WS-FS-NOVO              PIC XX.
       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-GRAVADOS       PIC 9(07) VALUE 0.
           COPY PINHASHWS.
       *> balcao sede, criado sempre por TABELA-BALCOES
       77  WS-BALCAO-SEDE          PIC 9(04) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

       2000-CONVERTER-REGISTO.
           MOVE ANT-NR-CONTA TO NR-CONTA-FILE
           MOVE ANT-PIN TO WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           MOVE WS-PH-SALT TO PIN-SALT-FILE
           MOVE WS-PH-HASH TO PIN-HASH-FILE
           MOVE ANT-NOME TO NOME-FILE
           MOVE ANT-SALDO TO SALDO-FILE
           MOVE ANT-ESTADO-CONTA TO ESTADO-CONTA-FILE
           *> beneficiarios (o supervisor ativa-a por conta em
           *> GESTAO-BENEFICIARIOS)
           MOVE " " TO SO-BENEFICIARIOS-FILE
           *> o layout atual ja traz o balcao: domicilio na sede
           MOVE WS-BALCAO-SEDE TO BALCAO-FILE

           WRITE REG-CLIENTE
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

           COPY PINHASH.
