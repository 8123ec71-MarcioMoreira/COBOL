               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-RUN-CONTROL ASSIGN TO
               "data/run_control.dat"
               ORGANIZATION IS INDEXED
       FD  FICHEIRO-GL.
       01  REG-GL-LINHA               PIC X(60).

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       77  WS-FS-LOG                PIC XX.
       77  WS-FS-REGRAS             PIC XX.
       77  WS-FS-GL                 PIC XX.
       77  WS-FS-CLIENTES           PIC XX.
       77  WS-BALCAO-SEDE           PIC 9(04) VALUE 1.
       77  WS-BALCAO-LANCAMENTO     PIC 9(04).
       77  WS-TOTAL-SEM-CONTA       PIC 9(05) VALUE 0.
       77  WS-DATA-PEDIDA           PIC 9(08).
       77  WS-TOTAL-LIDAS           PIC 9(05) VALUE 0.
       77  WS-TOTAL-LANCAMENTOS     PIC 9(05) VALUE 0.
           05 WS-GL-TIPO-OP         PIC X(01).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-GL-CONTA           PIC 9(09).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-GL-CENTRO-CUSTO    PIC 9(04).

       *> linha de controlo por conta do razao geral no fim do feed
       01  WS-LINHA-TOTAL.
           05 WS-TOT-CREDITOS       PIC ZZZZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-TOT-DATA           PIC 9(08).
           05 FILLER                PIC X(01) VALUE ",".
           05 WS-TOT-CENTRO-CUSTO   PIC 9(04).

       *> Totais de controlo por conta do razao geral e centro de
       *> custo (balcao), localizados por pesquisa linear em memoria.
       77  WS-GLT-TOTAL            PIC 9(03) VALUE 0.
       77  WS-GLT-IDX              PIC 9(03).
       77  WS-GLT-PROCURADA        PIC X(08).
       77  WS-GLT-ACHADA           PIC X.
           88 CONTA-GL-NA-TABELA     VALUE 'S'.
       01  WS-TABELA-TOTAIS-GL.
           05 WS-GLT-ENTRADA OCCURS 500 TIMES.
              10 WS-GLT-CONTA          PIC X(08).
              10 WS-GLT-BALCAO         PIC 9(04).
              10 WS-GLT-DEBITOS        PIC 9(11)V99.
              10 WS-GLT-CREDITOS       PIC 9(11)V99.

               STOP RUN
           END-IF.

           *> o centro de custo de cada lancamento e o balcao de
           *> domicilio da conta, lido de clients.dat
           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-LOG
               CLOSE FICHEIRO-REGRAS-GL
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT. STATUS: "
                   WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-GL.
           IF WS-FS-GL NOT = "00"
               CLOSE FICHEIRO-LOG
               CLOSE FICHEIRO-REGRAS-GL
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO CRIAR O FEED DA GL. STATUS: " WS-FS-GL
               STOP RUN
           END-IF.

           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-REGRAS-GL.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-GL.

           DISPLAY " ".
           DISPLAY "LINHAS DO LOG LIDAS    : " WS-TOTAL-LIDAS.
           DISPLAY "LANCAMENTOS EXPORTADOS : " WS-TOTAL-LANCAMENTOS.
           DISPLAY "LINHAS SEM REGRA (SUSP): " WS-TOTAL-SEM-REGRA.
           DISPLAY "CONTAS INEXISTENTES    : " WS-TOTAL-SEM-CONTA
               " (LANCADAS NO BALCAO SEDE)".
           DISPLAY "FEED GRAVADO EM data/gl_feed.csv".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           END-IF

           PERFORM 2000-OBTER-REGRA
           PERFORM 2500-OBTER-CENTRO-CUSTO
           PERFORM 3000-GRAVAR-LANCAMENTO.

       2000-OBTER-REGRA.
                   END-READ
           END-READ.

       2500-OBTER-CENTRO-CUSTO.
           *> contas internas e contas ja removidas do ficheiro
           *> (reorganizacao) ficam no centro de custo da sede
           MOVE LOG-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CONTA
                   MOVE WS-BALCAO-SEDE TO WS-BALCAO-LANCAMENTO
               NOT INVALID KEY
                   MOVE BALCAO-FILE TO WS-BALCAO-LANCAMENTO
           END-READ.

       3000-GRAVAR-LANCAMENTO.
           ADD 1 TO WS-TOTAL-LANCAMENTOS

           MOVE LOG-DATA TO WS-GL-DATA
           MOVE LOG-TIPO-OP TO WS-GL-TIPO-OP
           MOVE LOG-CONTA TO WS-GL-CONTA
           MOVE WS-BALCAO-LANCAMENTO TO WS-GL-CENTRO-CUSTO

           MOVE RG-CONTA-DEBITO TO WS-GL-CONTA-GL
           MOVE "D" TO WS-GL-DC

       5000-GRAVAR-TOTAIS.
           DISPLAY " ".
           DISPLAY "CONTA GL  BALC  DEBITOS            CREDITOS".
           DISPLAY "-------------------------------------------------"
           IF WS-GLT-TOTAL = 0
               DISPLAY "(SEM LANCAMENTOS NO DIA " WS-DATA-PEDIDA ")"
               MOVE WS-GLT-DEBITOS(WS-GLT-IDX) TO WS-TOT-DEBITOS
               MOVE WS-GLT-CREDITOS(WS-GLT-IDX) TO WS-TOT-CREDITOS
               MOVE WS-DATA-PEDIDA TO WS-TOT-DATA
               MOVE WS-GLT-BALCAO(WS-GLT-IDX) TO WS-TOT-CENTRO-CUSTO
               WRITE REG-GL-LINHA FROM WS-LINHA-TOTAL

               MOVE WS-GLT-DEBITOS(WS-GLT-IDX) TO WS-DEB-FORMATADO
               MOVE WS-GLT-CREDITOS(WS-GLT-IDX) TO WS-CRE-FORMATADO
               DISPLAY WS-GLT-CONTA(WS-GLT-IDX) "  "
                   WS-GLT-BALCAO(WS-GLT-IDX) "  " WS-DEB-FORMATADO
                   "  " WS-CRE-FORMATADO
           END-PERFORM.

       8000-SINAL-DA-OPERACAO.
           EVALUATE LOG-TIPO-OP
               WHEN "D" WHEN "E" WHEN "I" WHEN "J"
               WHEN "V" WHEN "X" WHEN "K" WHEN "H"
               WHEN "N"
                   MOVE 1 TO WS-SINAL
               WHEN "T" WHEN "L" WHEN "F" WHEN "P"
               WHEN "B" WHEN "M" WHEN "Q" WHEN "Y" WHEN "R"
               WHEN "U" WHEN "W" WHEN "O"
               WHEN "Z"
               WHEN "G"
               WHEN "A"
               WHEN "4"
                   MOVE -1 TO WS-SINAL
               *> imparidade (IMPARIDADE-CREDITO): nao mexe no saldo
               *> da conta, mas vai para o razao pela regra do tipo
               WHEN "1" WHEN "2" WHEN "3"
                   MOVE 1 TO WS-SINAL
               WHEN OTHER
                   MOVE 0 TO WS-SINAL
           END-EVALUATE.

       8100-LOCALIZAR-CONTA-GL.
           *> pesquisa linear na tabela de totais por conta GL e
           *> centro de custo do lancamento corrente
           MOVE 'N' TO WS-GLT-ACHADA
           MOVE 1 TO WS-GLT-IDX
           PERFORM UNTIL WS-GLT-IDX > WS-GLT-TOTAL
                      OR CONTA-GL-NA-TABELA
               IF WS-GLT-CONTA(WS-GLT-IDX) = WS-GLT-PROCURADA
                       AND WS-GLT-BALCAO(WS-GLT-IDX) =
                           WS-BALCAO-LANCAMENTO
                   MOVE 'S' TO WS-GLT-ACHADA
               ELSE
                   ADD 1 TO WS-GLT-IDX
               END-IF
           END-PERFORM
           IF NOT CONTA-GL-NA-TABELA
               IF WS-GLT-TOTAL >= 500
                   DISPLAY "ERRO: MAIS DE 500 PARES CONTA GL/BALCAO - "
                       "TABELA DE TOTAIS CHEIA. EXPORTACAO "
                       "ABORTADA."
                   STOP RUN
               ADD 1 TO WS-GLT-TOTAL
               MOVE WS-GLT-TOTAL TO WS-GLT-IDX
               MOVE WS-GLT-PROCURADA TO WS-GLT-CONTA(WS-GLT-IDX)
               MOVE WS-BALCAO-LANCAMENTO TO WS-GLT-BALCAO(WS-GLT-IDX)
               MOVE 0 TO WS-GLT-DEBITOS(WS-GLT-IDX)
               MOVE 0 TO WS-GLT-CREDITOS(WS-GLT-IDX)
           END-IF.
