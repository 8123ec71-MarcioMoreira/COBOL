               RECORD KEY IS MD-CHAVE
               FILE STATUS IS WS-FS-MANDATOS.

           SELECT FICHEIRO-VARRIMENTOS ASSIGN TO "data/varrimentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VR-CONTA
               FILE STATUS IS WS-FS-VARRIMENTOS.

           SELECT FICHEIRO-ACUMULADOS ASSIGN TO
               "data/juros_devedores.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS JD-CONTA
               FILE STATUS IS WS-FS-ACUMULADOS.

           SELECT FICHEIRO-HERANCAS ASSIGN TO "data/herancas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HR-CIF
               FILE STATUS IS WS-FS-HERANCAS.

           SELECT FICHEIRO-HERANCA-POSICOES ASSIGN TO
               "data/heranca_posicoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CHAVE
               FILE STATUS IS WS-FS-POSICOES.

           SELECT FICHEIRO-COLATERAIS ASSIGN TO "data/colaterais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               ALTERNATE RECORD KEY IS COL-DEPOSITO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COLATERAIS.

           SELECT FICHEIRO-LOG ASSIGN TO "data/transactions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
       FD  FICHEIRO-MANDATOS.
           COPY MANDATO.

       FD  FICHEIRO-VARRIMENTOS.
           COPY VARRIMENTO.

       FD  FICHEIRO-ACUMULADOS.
           COPY JUROSDEV.

       FD  FICHEIRO-HERANCAS.
           COPY HERANCA.

       FD  FICHEIRO-HERANCA-POSICOES.
           COPY HERANCAPOS.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY GARDEPWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CHEQUES           PIC XX.
       77  WS-FS-ORDENS            PIC XX.
       77  WS-FS-MANDATOS          PIC XX.
       77  WS-FS-VARRIMENTOS       PIC XX.
       77  WS-FS-ACUMULADOS        PIC XX.
       77  WS-FS-HERANCAS          PIC XX.
       77  WS-FS-POSICOES          PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-TOTAL-CHEQUES        PIC 9(03).
       77  WS-TOTAL-ORDENS         PIC 9(03).
       77  WS-TOTAL-MANDATOS       PIC 9(03).
       77  WS-TOTAL-GARANTIAS      PIC 9(03).
       77  WS-TOTAL-LINHAS         PIC 9(05).
       77  WS-HERANCA-OK           PIC X.
           88 HERANCA-LIQUIDADA      VALUE 'S'.

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           OPEN I-O FICHEIRO-CHEQUES.
           OPEN I-O FICHEIRO-ORDENS.
           OPEN I-O FICHEIRO-MANDATOS.
           OPEN I-O FICHEIRO-VARRIMENTOS.
           OPEN I-O FICHEIRO-ACUMULADOS.
           OPEN INPUT FICHEIRO-HERANCAS.
           OPEN INPUT FICHEIRO-HERANCA-POSICOES.
           OPEN I-O FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           END-IF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
           IF WS-FS-MANDATOS = "00"
               CLOSE FICHEIRO-MANDATOS
           END-IF.
           IF WS-FS-VARRIMENTOS = "00"
               CLOSE FICHEIRO-VARRIMENTOS
           END-IF.
           IF WS-FS-ACUMULADOS = "00"
               CLOSE FICHEIRO-ACUMULADOS
           END-IF.
           IF WS-FS-HERANCAS = "00"
               CLOSE FICHEIRO-HERANCAS
           END-IF.
           IF WS-FS-POSICOES = "00"
               CLOSE FICHEIRO-HERANCA-POSICOES
           END-IF.
           IF COLATERAIS-DISPONIVEL
               CLOSE FICHEIRO-COLATERAIS
           END-IF.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           PERFORM 9700-FECHAR-SIGNON.
           PERFORM 5100-CANCELAR-CHEQUES.
           PERFORM 5200-CANCELAR-ORDENS.
           PERFORM 5300-CANCELAR-MANDATOS.
           PERFORM 5400-LIBERTAR-GARANTIAS.
           PERFORM 5500-CANCELAR-VARRIMENTO.

           *> fase 4: transfere o residual para a conta indicada
           *> pelo cliente
           END-IF

           PERFORM 3100-VERIFICAR-EMPRESTIMOS
           PERFORM 3200-VERIFICAR-DEPOSITOS
           IF CONTA-FALECIDO-FILE
               PERFORM 3300-VERIFICAR-HERANCA
           END-IF.

       3100-VERIFICAR-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS NOT = "00"
                           MOVE 'S' TO WS-BLOQUEADO
                           DISPLAY "  - DEPOSITO A PRAZO " DP-NUMERO
                               " AINDA ATIVO."
                           MOVE DP-NUMERO TO WS-GD-DEPOSITO
                           PERFORM 8985-VERIFICAR-PENHOR-DEPOSITO
                           IF DEPOSITO-PENHORADO
                               DISPLAY "    (PENHORADO EM GARANTIA DO "
                                   "EMPRESTIMO " WS-GD-EMPRESTIMO ")"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-DEPOSITOS.

       3300-VERIFICAR-HERANCA.
           *> conta de titular falecido so fecha depois de a partilha
           *> ter sido paga em GESTAO-HERANCAS; o residual ja saiu
           *> para os herdeiros e nao pode ir para outra conta
           MOVE 'N' TO WS-HERANCA-OK
           IF WS-FS-POSICOES = "00" AND WS-FS-HERANCAS = "00"
               MOVE LOW-VALUES TO HP-CHAVE
               START FICHEIRO-HERANCA-POSICOES
                   KEY IS GREATER THAN HP-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-POSICOES
               END-START

               PERFORM UNTIL WS-FS-POSICOES = "10"
                   READ FICHEIRO-HERANCA-POSICOES NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-POSICOES
                       NOT AT END
                           IF HP-NUMERO = WS-CONTA-ENCERRAR
                                   AND POSICAO-CONTA
                                   AND POSICAO-HERANCA
                               MOVE HP-CIF TO HR-CIF
                               READ FICHEIRO-HERANCAS
                                   NOT INVALID KEY
                                       IF HERANCA-PAGA
                                           MOVE 'S' TO WS-HERANCA-OK
                                       END-IF
                               END-READ
                               MOVE "00" TO WS-FS-HERANCAS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-POSICOES
           END-IF
           IF NOT HERANCA-LIQUIDADA
               MOVE 'S' TO WS-BLOQUEADO
               DISPLAY "  - CONTA DE TITULAR FALECIDO SEM PARTILHA "
                   "PAGA (GESTAO-HERANCAS)."
           END-IF.

       4000-LIQUIDAR-JUROS-DEVEDORES.
           *> juros devedores acumulados e por lancar saem no
           *> encerramento, como faria o fim de mes de
           MOVE "00" TO WS-FS-MANDATOS
           DISPLAY "MANDATOS CANCELADOS      : " WS-TOTAL-MANDATOS.

       5400-LIBERTAR-GARANTIAS.
           *> os emprestimos da conta ja nao estao ativos (senao o
           *> encerramento estava bloqueado): as garantias que ainda
           *> os cubram ficavam penduradas e sao libertadas
           IF WS-FS-EMPRESTIMOS NOT = "00" OR NOT COLATERAIS-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTAL-GARANTIAS
           MOVE WS-DATA-HOJE TO WS-GD-DATA
           MOVE LOW-VALUES TO EMP-NUMERO
           START FICHEIRO-EMPRESTIMOS KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-EMPRESTIMOS
           END-START

           PERFORM UNTIL WS-FS-EMPRESTIMOS = "10"
               READ FICHEIRO-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-EMPRESTIMOS
                   NOT AT END
                       IF EMP-CONTA = WS-CONTA-ENCERRAR
                           MOVE EMP-NUMERO TO WS-GD-EMPRESTIMO
                           PERFORM 8987-LIBERTAR-GARANTIAS
                           ADD WS-GD-TOTAL TO WS-TOTAL-GARANTIAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-EMPRESTIMOS
           DISPLAY "GARANTIAS LIBERTADAS     : " WS-TOTAL-GARANTIAS.

       5500-CANCELAR-VARRIMENTO.
           *> os depositos ja estao liquidados (senao o encerramento
           *> estava bloqueado): o acordo de varrimento deixa de ter
           *> conta onde varrer
           IF WS-FS-VARRIMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-ENCERRAR TO VR-CONTA
           READ FICHEIRO-VARRIMENTOS
               INVALID KEY
                   MOVE "00" TO WS-FS-VARRIMENTOS
                   EXIT PARAGRAPH
           END-READ
           IF VARRIMENTO-CANCELADO
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO VR-ESTADO
           MOVE WS-DATA-HOJE TO VR-DATA-ESTADO
           REWRITE REG-VARRIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR O ACORDO DE VARRIMENTO!"
               NOT INVALID KEY
                   DISPLAY "ACORDO DE VARRIMENTO     : CANCELADO"
           END-REWRITE
           MOVE "00" TO WS-FS-VARRIMENTOS.

       6000-TRANSFERIR-RESIDUAL.
           *> o residual segue para a conta indicada pelo cliente,
           *> com as duas pernas no log e no razao como numa
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO!"
           END-WRITE.

           COPY GARDEP.

           COPY SIGNON.

           COPY DATANEG.
