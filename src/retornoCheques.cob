               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT FICHEIRO-TARIFARIO ASSIGN TO "data/tarifario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WS-FS-TARIFARIO.

           SELECT FICHEIRO-ISENCOES ASSIGN TO
               "data/isencoes_comissao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-CHAVE
               FILE STATUS IS WS-FS-ISENCOES.

           SELECT FICHEIRO-COMISSOES-PEND ASSIGN TO
               "data/comissoes_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-ID
               ALTERNATE RECORD KEY IS CP-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COMISSOES-PEND.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-TARIFARIO.
           COPY TARIFA.

       FD  FICHEIRO-ISENCOES.
           COPY ISENCAO.

       FD  FICHEIRO-COMISSOES-PEND.
           COPY COMPEND.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY FICHENTWS.
           COPY PINHASHWS.
           COPY TARIFARIOWS.

       77  WS-FS-RETORNOS          PIC XX.
       77  WS-FS-CHEQUES-DEP       PIC XX.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           PERFORM 8925-ABRIR-TARIFARIO.

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF
           PERFORM 8928-FECHAR-TARIFARIO

           DISPLAY " "
           DISPLAY "CHEQUES PAGOS            : " WS-TOTAL-PAGOS
           MOVE "Y" TO MOV-TIPO-OP
           MOVE CD-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR
           MOVE CD-MOV-CREDITO TO MOV-REF-ESTORNO
           WRITE REG-MOVIMENTO
               INVALID KEY
                       CD-CONTA "."
           END-REWRITE

           PERFORM 4500-NOTIFICAR-CLIENTE

           *> comissao de cheque devolvido, sobre a conta ja lida
           MOVE "CH" TO WS-CM-EVENTO
           PERFORM 8900-COBRAR-COMISSAO.

       4500-NOTIFICAR-CLIENTE.
           IF NOT NOTIFICACOES-DISPONIVEL
               WS-SOMA-FORMATADA
           MOVE "00" TO WS-FS-CHEQUES-DEP.

           COPY TARIFARIO.

           COPY FICHENTP.

           COPY PINHASH.

           COPY DATANEG.
