               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

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
       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

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
           COPY SIGNONWS.
           COPY TARIFARIOWS.

       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           PERFORM 8925-ABRIR-TARIFARIO.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           END-IF.
           CLOSE FICHEIRO-RETORNO.
           CLOSE FICHEIRO-LOG.
           PERFORM 8928-FECHAR-TARIFARIO.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.
                   MOVE "DEVOLVER-DEBITO" TO WS-AUD-ACAO
                   MOVE WS-ORIG-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
                   MOVE "DD" TO WS-CM-EVENTO
                   PERFORM 8900-COBRAR-COMISSAO
           END-REWRITE.

       3100-GRAVAR-MOVIMENTO-DEV.
           MOVE "X" TO MOV-TIPO-OP
           MOVE WS-ORIG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR
           MOVE WS-MOV-PEDIDO TO MOV-REF-ESTORNO

           WRITE REG-MOVIMENTO
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

           COPY TARIFARIO.

           COPY SIGNON.

           COPY DATANEG.
