      *> de REG-MOVIMENTO (campo novo: MOV-REF-ESTORNO). Le
      *> data/movements.dat no layout antigo e grava
      *> data/movements_novo.dat no layout atual, com a referencia
      *> de estorno a zero, a data-valor igual a data de lancamento
      *> e o balcao de domicilio que a conta tem em clients.dat
      *> (sede, 0001, se a conta ja nao existir). Corre depois de
      *> CONVERTE-CLIENTES-3 (e do mv de clients.dat). Depois de
      *> conferir os totais, o operador substitui o ficheiro:
      *>   mv data/movements.dat data/movements_antigo.bak
      *>   mv data/movements_novo.dat data/movements.dat

               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-NOVO.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ANTIGO.
       FD  FICHEIRO-NOVO.
           COPY MOVIMENTO.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
       77  WS-FS-ANTIGO            PIC XX.
       77  WS-FS-NOVO              PIC XX.
       77  WS-TOTAL-LIDOS          PIC 9(09) VALUE 0.
       77  WS-TOTAL-GRAVADOS       PIC 9(09) VALUE 0.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-TOTAL-SEM-CONTA      PIC 9(09) VALUE 0.
       *> balcao sede, criado sempre por TABELA-BALCOES
       77  WS-BALCAO-SEDE          PIC 9(04) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT (CORRA PRIMEIRO "
                   "CONVERTE-CLIENTES-3): " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO CRIAR MOVEMENTS_NOVO.DAT: "
                   WS-FS-NOVO
               STOP RUN

           CLOSE FICHEIRO-ANTIGO.
           CLOSE FICHEIRO-NOVO.
           CLOSE FICHEIRO-CLIENTES.

           DISPLAY " ".
           DISPLAY "MOVIMENTOS LIDOS   : " WS-TOTAL-LIDOS.
           DISPLAY "MOVIMENTOS GRAVADOS: " WS-TOTAL-GRAVADOS.
           DISPLAY "CONTAS JA ELIMINADAS (NA SEDE): "
               WS-TOTAL-SEM-CONTA.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO COMPLETA. CONFIRA E SUBSTITUA:"
               DISPLAY "  MV DATA/MOVEMENTS.DAT "
           MOVE ANT-MOV-VALOR TO MOV-VALOR
           MOVE ANT-MOV-SALDO-APOS TO MOV-SALDO-APOS
           MOVE ANT-MOV-DATA TO MOV-DATA
           MOVE ANT-MOV-DATA TO MOV-DATA-VALOR

           *> valor por omissao do campo novo
           MOVE 0 TO MOV-REF-ESTORNO

           *> o historico fica no balcao onde a conta esta hoje
           MOVE ANT-MOV-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CONTA
                   MOVE WS-BALCAO-SEDE TO BALCAO-FILE
           END-READ
           MOVE BALCAO-FILE TO MOV-BALCAO

           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO " MOV-ID "!"
