               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-LOG ASSIGN TO "data/transactions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

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

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-TARIFARIO.
           COPY TARIFA.

       FD  FICHEIRO-ISENCOES.
           COPY ISENCAO.

       FD  FICHEIRO-COMISSOES-PEND.
           COPY COMPEND.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.


       WORKING-STORAGE SECTION.
           COPY SIGNONWS.
           COPY DATANEGWS.
           COPY TARIFARIOWS.

       77  WS-FS-CHEQUES             PIC XX.
       77  WS-FS-CLIENTES            PIC XX.
       77  WS-CONTADOR               PIC 9(03).
       77  WS-TOTAL-LISTADOS         PIC 9(05).
       77  WS-CONTA-PEDIDA           PIC 9(09).
       77  WS-TOTAL-EMITIDOS         PIC 9(03).
       77  WS-FS-LOG                 PIC XX.
       77  WS-FS-MOVIMENTOS          PIC XX.
       77  WS-PROXIMO-ID-LOG         PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV         PIC 9(09) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF.

           *> I-O: a caderneta e a suspensao cobram a comissao do
           *> tarifario na conta
           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-CHEQUES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS = "35"
               OPEN OUTPUT FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-MOVIMENTOS
               OPEN I-O FICHEIRO-MOVIMENTOS
           END-IF.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-CHEQUES
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-CHEQUES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOG: " WS-FS-LOG
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.
           PERFORM 9800-LER-DATA-NEGOCIO.
           PERFORM 8925-ABRIR-TARIFARIO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- GESTAO DE CHEQUES ---"

           CLOSE FICHEIRO-CHEQUES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-LOG.
           PERFORM 8928-FECHAR-TARIFARIO.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

           *> reserva o intervalo numerado: um registo por cheque
           MOVE 0 TO WS-CONTADOR
           MOVE 0 TO WS-TOTAL-EMITIDOS
           PERFORM UNTIL WS-CONTADOR >= WS-QUANTIDADE
               COMPUTE CH-NUMERO =
                   WS-NUMERO-INICIAL + WS-CONTADOR
                   INVALID KEY
                       DISPLAY "ERRO: CHEQUE " CH-NUMERO
                           " JA EXISTE NESTA CONTA!"
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-EMITIDOS
               END-WRITE
               ADD 1 TO WS-CONTADOR
           END-PERFORM
               CH-CONTA "."
           MOVE "EMITIR-CADERNETA" TO WS-AUD-ACAO
           MOVE CH-CONTA TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA

           *> a conta continua lida desde a validacao acima
           IF WS-TOTAL-EMITIDOS > 0
               MOVE "CD" TO WS-CM-EVENTO
               PERFORM 8900-COBRAR-COMISSAO
           END-IF.

       1100-INICIALIZAR-ID-MOVIMENTO.
           *> data/movements.dat e indexado e persiste entre execucoes,
           *> ao contrario do contador do log; por isso o proximo ID
           *> tem de ser calculado a partir do maior MOV-ID existente.
           MOVE 1 TO WS-PROXIMO-ID-MOV
           MOVE LOW-VALUES TO MOV-ID
           START FICHEIRO-MOVIMENTOS KEY IS GREATER THAN MOV-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-MOVIMENTOS
           END-START

           PERFORM UNTIL WS-FS-MOVIMENTOS = "10"
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       COMPUTE WS-PROXIMO-ID-MOV = MOV-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       2000-SUSPENDER-CHEQUE.
           DISPLAY " ".
                   MOVE "SUSPENDER-CHEQUE" TO WS-AUD-ACAO
                   MOVE CH-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
                   PERFORM 2100-COBRAR-SUSPENSAO
           END-REWRITE.

       2100-COBRAR-SUSPENSAO.
           MOVE CH-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "AVISO: CONTA " CH-CONTA
                       " NAO ENCONTRADA - COMISSAO NAO COBRADA."
               NOT INVALID KEY
                   MOVE "SC" TO WS-CM-EVENTO
                   PERFORM 8900-COBRAR-COMISSAO
           END-READ.

       3000-LISTAR-CHEQUES.
           DISPLAY " ".
           DISPLAY "--- CHEQUES DE UMA CONTA ---".
           DISPLAY "TOTAL: " WS-TOTAL-LISTADOS " CHEQUES."
           MOVE "00" TO WS-FS-CHEQUES.

           COPY TARIFARIO.

           COPY SIGNON.

           COPY DATANEG.
