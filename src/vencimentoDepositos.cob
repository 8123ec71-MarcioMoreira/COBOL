               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-FS-RUN-CONTROL.

           SELECT FICHEIRO-COLATERAIS ASSIGN TO "data/colaterais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               ALTERNATE RECORD KEY IS COL-DEPOSITO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COLATERAIS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-DEPOSITOS.
       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY RETENCAOWS.
           COPY GARDEPWS.

       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-TOTAL-PAGOS          PIC 9(05) VALUE 0.
       77  WS-TOTAL-RENOVADOS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-ERROS          PIC 9(05) VALUE 0.
       77  WS-TOTAL-PENHORADOS     PIC 9(05) VALUE 0.

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           *> registo de garantias: um deposito penhorado nao e
           *> pago a conta no vencimento (ver GESTAO-COLATERAIS)
           OPEN INPUT FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           END-IF.

           MOVE "VENCIMENTO-DEPOSITOS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-IMPOSTO.
           IF COLATERAIS-DISPONIVEL
               CLOSE FICHEIRO-COLATERAIS
           END-IF.

           DISPLAY " ".
           DISPLAY "DEPOSITOS PAGOS     : " WS-TOTAL-PAGOS.
           DISPLAY "DEPOSITOS RENOVADOS : " WS-TOTAL-RENOVADOS.
           DISPLAY "  DOS QUAIS PENHORADOS: " WS-TOTAL-PENHORADOS.
           DISPLAY "DEPOSITOS COM ERRO  : " WS-TOTAL-ERROS.
           DISPLAY "-------------------------------------".
           DISPLAY " ".
           COMPUTE WS-VALOR-JUROS ROUNDED =
               DP-CAPITAL * DP-TAXA-ANUAL * DP-PRAZO-MESES / 12

           *> um deposito penhorado em garantia de um emprestimo nao
           *> sai para a conta: renova o capital pelo mesmo prazo
           *> (os juros sao pagos) ate a garantia ser libertada
           IF DEP-NAO-RENOVA
               MOVE DP-NUMERO TO WS-GD-DEPOSITO
               PERFORM 8985-VERIFICAR-PENHOR-DEPOSITO
               IF DEPOSITO-PENHORADO
                   ADD 1 TO WS-TOTAL-PENHORADOS
                   DISPLAY "DEPOSITO " DP-NUMERO " PENHORADO AO "
                       "EMPRESTIMO " WS-GD-EMPRESTIMO
                       " - RENOVADO EM VEZ DE PAGO."
                   PERFORM 4000-RENOVAR-SO-CAPITAL
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DEP-NAO-RENOVA
                   PERFORM 3000-PAGAR-DEPOSITO
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY

           COPY RETENCAO.

           COPY GARDEP.

           COPY DATANEG.
