       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY FICHENTWS.
           COPY PINHASHWS.

       77  WS-FS-LIQUIDACOES       PIC XX.
       77  WS-FS-REJEITADOS        PIC XX.
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
