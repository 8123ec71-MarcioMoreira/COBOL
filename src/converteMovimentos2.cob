       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-MOVIMENTOS-2.

      *> Segunda conversao unica do razao de movimentos, para o
      *> layout atual de REG-MOVIMENTO com os campos novos
      *> MOV-BALCAO e MOV-DATA-VALOR (a primeira vaga esta em
      *> CONVERTE-MOVIMENTOS). Le data/movements.dat no layout
      *> anterior e grava data/movements_novo.dat no layout atual,
      *> com o balcao de domicilio que a conta tem em clients.dat
      *> (sede, 0001, se a conta ja nao existir) e a data-valor
      *> igual a data de lancamento: o historico fica a contar para
      *> juros no dia em que foi lancado, como ate aqui. Corre
      *> depois de CONVERTE-CLIENTES-3 (e do mv de clients.dat).
      *> Depois de conferir os totais, o operador substitui o
      *> ficheiro:
      *>   mv data/movements.dat data/movements_antigo.bak
      *>   mv data/movements_novo.dat data/movements.dat

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ANTIGO ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-MOV-ID
               ALTERNATE RECORD KEY IS ANT-MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT FICHEIRO-NOVO ASSIGN TO "data/movements_novo.dat"
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
      *> layout de REG-MOVIMENTO anterior a esta vaga de alteracoes
      *> (termina em MOV-REF-ESTORNO)
       01  REG-MOVIMENTO-ANTIGO.
           05 ANT-MOV-ID             PIC 9(09).
           05 ANT-MOV-CONTA          PIC 9(09).
           05 ANT-MOV-TIPO-OP        PIC X(01).
           05 ANT-MOV-VALOR          PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           05 ANT-MOV-SALDO-APOS     PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           05 ANT-MOV-DATA           PIC 9(08).
           05 ANT-MOV-REF-ESTORNO    PIC 9(09).

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
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   CONVERSAO DE MOVEMENTS.DAT PARA O NOVO LAYOUT".
           DISPLAY "-------------------------------------------------".

           OPEN INPUT FICHEIRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO AO ABRIR MOVEMENTS.DAT (LAYOUT "
                   "ANTIGO): " WS-FS-ANTIGO
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
           END-IF.

           MOVE LOW-VALUES TO ANT-MOV-ID.
           START FICHEIRO-ANTIGO KEY IS GREATER THAN ANT-MOV-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-ANTIGO
           END-START.

           PERFORM UNTIL WS-FS-ANTIGO = "10"
               READ FICHEIRO-ANTIGO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-ANTIGO
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 2000-CONVERTER-REGISTO
               END-READ
           END-PERFORM.

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
                   "DATA/MOVEMENTS_ANTIGO.BAK"
               DISPLAY "  MV DATA/MOVEMENTS_NOVO.DAT "
                   "DATA/MOVEMENTS.DAT"
           ELSE
               DISPLAY "*** TOTAIS DIFERENTES - NAO SUBSTITUA O "
                   "FICHEIRO; INVESTIGUE PRIMEIRO! ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       2000-CONVERTER-REGISTO.
           MOVE ANT-MOV-ID TO MOV-ID
           MOVE ANT-MOV-CONTA TO MOV-CONTA
           MOVE ANT-MOV-TIPO-OP TO MOV-TIPO-OP
           MOVE ANT-MOV-VALOR TO MOV-VALOR
           MOVE ANT-MOV-SALDO-APOS TO MOV-SALDO-APOS
           MOVE ANT-MOV-DATA TO MOV-DATA
           MOVE ANT-MOV-DATA TO MOV-DATA-VALOR
           MOVE ANT-MOV-REF-ESTORNO TO MOV-REF-ESTORNO

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
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.
