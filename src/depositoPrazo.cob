               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

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
       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY PRECARIOWS.
           COPY GARDEPWS.

       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
                   "- VERIFICACAO KYC NA ORIGINACAO INATIVA."
           END-IF.

           *> registo de garantias: um deposito penhorado a um
           *> emprestimo nao se resgata (ver GESTAO-COLATERAIS)
           OPEN INPUT FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           END-IF.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- DEPOSITOS A PRAZO ---"
               CLOSE FICHEIRO-TITULARES
               CLOSE FICHEIRO-CIF
           END-IF.
           IF COLATERAIS-DISPONIVEL
               CLOSE FICHEIRO-COLATERAIS
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.
               DISPLAY "ERRO: DEPOSITO JA LIQUIDADO!"
               EXIT PARAGRAPH
           END-IF
           MOVE DP-NUMERO TO WS-GD-DEPOSITO
           PERFORM 8985-VERIFICAR-PENHOR-DEPOSITO
           IF DEPOSITO-PENHORADO
               DISPLAY "ERRO: DEPOSITO PENHORADO EM GARANTIA DO "
                   "EMPRESTIMO " WS-GD-EMPRESTIMO
                   " - RESGATE BLOQUEADO."
               EXIT PARAGRAPH
           END-IF

           MOVE DP-CAPITAL TO WS-VALOR-FORMATADO
           DISPLAY "CONTA LIGADA : " DP-CONTA
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY

           COPY PRECARIO.

           COPY GARDEP.

           COPY SIGNON.

           COPY DATANEG.
