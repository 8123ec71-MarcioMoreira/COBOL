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
       FD  FICHEIRO-EMPRESTIMOS.
       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY GARDEPWS.

       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           *> as prestacoes dos emprestimos indexados sao refixadas
           *> antes de serem cobradas
           MOVE "REVISAO-TAXAS" TO WS-RC-JOB-ANTERIOR
           PERFORM 9855-VERIFICAR-JOB-ANTERIOR.
           IF NOT JOB-ANTERIOR-CONCLUIDO
               DISPLAY "ERRO: REVISAO-TAXAS AINDA NAO TERMINOU "
                   "LIMPO EM " WS-DATA-NEGOCIO " - LANCE-O PRIMEIRO."
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE EMPRESTIMOS: "
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> a ultima prestacao liberta as garantias do emprestimo
           *> (ver GESTAO-COLATERAIS)
           OPEN I-O FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           END-IF.

           MOVE "COBRANCA-PRESTACOES" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           IF COLATERAIS-DISPONIVEL
               CLOSE FICHEIRO-COLATERAIS
           END-IF.

           DISPLAY " ".
           DISPLAY "PRESTACOES COBRADAS   : " WS-TOTAL-COBRADAS.
               MOVE "L" TO EMP-ESTADO
               ADD 1 TO WS-TOTAL-LIQUIDADOS
               DISPLAY "EMPRESTIMO " EMP-NUMERO " LIQUIDADO."
               MOVE EMP-NUMERO TO WS-GD-EMPRESTIMO
               MOVE WS-DATA-HOJE TO WS-GD-DATA
               PERFORM 8987-LIBERTAR-GARANTIAS
               IF WS-GD-TOTAL > 0
                   DISPLAY "  GARANTIAS LIBERTADAS: " WS-GD-TOTAL
               END-IF
           ELSE
               MOVE EMP-PROXIMA-PRESTACAO TO WS-DATA-CALC
               PERFORM 8100-AVANCAR-UM-MES
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY

           COPY RUNCTL.

           COPY GARDEP.

           COPY DATANEG.
