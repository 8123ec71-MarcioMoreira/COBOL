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
           MOVE ANT-TELEFONE TO TELEFONE-FILE
           MOVE ANT-MOEDA TO MOEDA-FILE

           *> valores por omissao dos campos novos (e dos que o
           *> layout atual ja traz: sem restricao de beneficiarios e
           *> domicilio na sede)
           MOVE 0 TO SALDO-CATIVO-FILE
           MOVE "01" TO ESCALAO-FILE
           MOVE "Q" TO REGRA-ASSINATURA-FILE
           MOVE " " TO SO-BENEFICIARIOS-FILE
           MOVE WS-BALCAO-SEDE TO BALCAO-FILE

           WRITE REG-CLIENTE
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

           COPY PINHASH.
