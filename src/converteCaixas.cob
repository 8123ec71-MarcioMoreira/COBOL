       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CAIXAS.

      *> Conversao unica do ficheiro de caixas de balcao para o
      *> layout de REG-CAIXA com o campo novo CXA-BALCAO. Le
      *> data/caixas.dat no layout anterior e grava
      *> data/caixas_novo.dat no layout atual, com o balcao que o
      *> operador da caixa tem em data/operadores.dat (corre depois
      *> de CONVERTE-OPERADORES; sede, 0001, se o operador ja nao
      *> existir). Depois de conferir os totais, o operador
      *> substitui o ficheiro:
      *>   mv data/caixas.dat data/caixas_antigo.bak
      *>   mv data/caixas_novo.dat data/caixas.dat

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ANTIGO ASSIGN TO "data/caixas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CXA-OPERADOR
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT FICHEIRO-NOVO ASSIGN TO "data/caixas_novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXA-OPERADOR
               FILE STATUS IS WS-FS-NOVO.

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ANTIGO.
      *> layout de REG-CAIXA anterior a esta vaga de alteracoes
      *> (termina em CXA-PARA-COFRE)
       01  REG-CAIXA-ANTIGO.
           05 ANT-CXA-OPERADOR       PIC 9(09).
           05 ANT-CXA-ESTADO         PIC X(01).
           05 ANT-CXA-DATA-ABERTURA  PIC 9(08).
           05 ANT-CXA-FUNDO          PIC 9(09)V99.
           05 ANT-CXA-NOTAS          PIC X(35).
           05 ANT-CXA-ENTRADAS       PIC 9(09)V99.
           05 ANT-CXA-SAIDAS         PIC 9(09)V99.
           05 ANT-CXA-PARA-COFRE     PIC 9(09)V99.

       FD  FICHEIRO-NOVO.
           COPY CAIXA.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       77  WS-FS-ANTIGO            PIC XX.
       77  WS-FS-NOVO              PIC XX.
       77  WS-FS-OPERADORES        PIC XX.
       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-GRAVADOS       PIC 9(07) VALUE 0.
       *> balcao sede, criado sempre por TABELA-BALCOES
       77  WS-BALCAO-SEDE          PIC 9(04) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   CONVERSAO DE CAIXAS.DAT PARA O NOVO LAYOUT".
           DISPLAY "-------------------------------------------------".

           OPEN INPUT FICHEIRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO AO ABRIR CAIXAS.DAT (LAYOUT ANTIGO): "
                   WS-FS-ANTIGO
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               DISPLAY "ERRO AO ABRIR OPERADORES.DAT (CORRA PRIMEIRO "
                   "CONVERTE-OPERADORES): " WS-FS-OPERADORES
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               CLOSE FICHEIRO-OPERADORES
               DISPLAY "ERRO AO CRIAR CAIXAS_NOVO.DAT: " WS-FS-NOVO
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO ANT-CXA-OPERADOR.
           START FICHEIRO-ANTIGO KEY IS GREATER THAN ANT-CXA-OPERADOR
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
           CLOSE FICHEIRO-OPERADORES.
           CLOSE FICHEIRO-NOVO.

           DISPLAY " ".
           DISPLAY "CAIXAS LIDAS   : " WS-TOTAL-LIDOS.
           DISPLAY "CAIXAS GRAVADAS: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO COMPLETA. CONFIRA E SUBSTITUA:"
               DISPLAY "  MV DATA/CAIXAS.DAT DATA/CAIXAS_ANTIGO.BAK"
               DISPLAY "  MV DATA/CAIXAS_NOVO.DAT DATA/CAIXAS.DAT"
           ELSE
               DISPLAY "*** TOTAIS DIFERENTES - NAO SUBSTITUA O "
                   "FICHEIRO; INVESTIGUE PRIMEIRO! ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       2000-CONVERTER-REGISTO.
           MOVE ANT-CXA-OPERADOR TO CXA-OPERADOR
           MOVE ANT-CXA-ESTADO TO CXA-ESTADO
           MOVE ANT-CXA-DATA-ABERTURA TO CXA-DATA-ABERTURA
           MOVE ANT-CXA-FUNDO TO CXA-FUNDO
           MOVE ANT-CXA-NOTAS TO CXA-NOTAS
           MOVE ANT-CXA-ENTRADAS TO CXA-ENTRADAS
           MOVE ANT-CXA-SAIDAS TO CXA-SAIDAS
           MOVE ANT-CXA-PARA-COFRE TO CXA-PARA-COFRE

           *> a caixa fica no balcao do seu operador
           MOVE ANT-CXA-OPERADOR TO OPR-ID
           READ FICHEIRO-OPERADORES
               INVALID KEY
                   MOVE WS-BALCAO-SEDE TO OPR-BALCAO
           END-READ
           MOVE OPR-BALCAO TO CXA-BALCAO

           WRITE REG-CAIXA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CAIXA " CXA-OPERADOR "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.
