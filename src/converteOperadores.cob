       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-OPERADORES.

      *> Conversao unica do ficheiro de operadores para o layout
      *> atual de REG-OPERADOR: o PIN em claro passa a sal + hash
      *> (ver PINHASH, um sal novo por operador) e entra o campo
      *> novo OPR-BALCAO. Le data/operadores.dat no layout anterior
      *> e grava data/operadores_novo.dat no layout atual, com todos
      *> os operadores na sede (balcao 0001); os restantes mudam-se
      *> depois em GESTAO-OPERADORES. Depois de conferir os totais,
      *> o operador substitui o ficheiro:
      *>   mv data/operadores.dat data/operadores_antigo.bak
      *>   mv data/operadores_novo.dat data/operadores.dat
      *> O .bak ainda tem os PINs em claro: apaga-se assim que a
      *> conversao estiver confirmada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ANTIGO ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-OPR-ID
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT FICHEIRO-NOVO ASSIGN TO "data/operadores_novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ANTIGO.
      *> layout de REG-OPERADOR anterior a esta vaga de alteracoes
      *> (termina em OPR-ESTADO)
       01  REG-OPERADOR-ANTIGO.
           05 ANT-OPR-ID             PIC 9(09).
           05 ANT-OPR-NOME           PIC X(30).
           05 ANT-OPR-PIN            PIC 9(06).
           05 ANT-OPR-PERFIL         PIC X(01).
           05 ANT-OPR-ESTADO         PIC X(01).

       FD  FICHEIRO-NOVO.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       77  WS-FS-ANTIGO            PIC XX.
       77  WS-FS-NOVO              PIC XX.
       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-GRAVADOS       PIC 9(07) VALUE 0.
           COPY PINHASHWS.
       *> balcao sede, criado sempre por TABELA-BALCOES
       77  WS-BALCAO-SEDE          PIC 9(04) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   CONVERSAO DE OPERADORES.DAT PARA O NOVO LAYOUT".
           DISPLAY "-------------------------------------------------".

           OPEN INPUT FICHEIRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO AO ABRIR OPERADORES.DAT (LAYOUT "
                   "ANTIGO): " WS-FS-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               DISPLAY "ERRO AO CRIAR OPERADORES_NOVO.DAT: "
                   WS-FS-NOVO
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO ANT-OPR-ID.
           START FICHEIRO-ANTIGO KEY IS GREATER THAN ANT-OPR-ID
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

           DISPLAY " ".
           DISPLAY "OPERADORES LIDOS   : " WS-TOTAL-LIDOS.
           DISPLAY "OPERADORES GRAVADOS: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO COMPLETA. CONFIRA E SUBSTITUA:"
               DISPLAY "  MV DATA/OPERADORES.DAT "
                   "DATA/OPERADORES_ANTIGO.BAK"
               DISPLAY "  MV DATA/OPERADORES_NOVO.DAT "
                   "DATA/OPERADORES.DAT"
           ELSE
               DISPLAY "*** TOTAIS DIFERENTES - NAO SUBSTITUA O "
                   "FICHEIRO; INVESTIGUE PRIMEIRO! ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       2000-CONVERTER-REGISTO.
           MOVE ANT-OPR-ID TO OPR-ID
           MOVE ANT-OPR-NOME TO OPR-NOME
           MOVE ANT-OPR-PIN TO WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           MOVE WS-PH-SALT TO OPR-PIN-SALT
           MOVE WS-PH-HASH TO OPR-PIN-HASH
           MOVE ANT-OPR-PERFIL TO OPR-PERFIL
           MOVE ANT-OPR-ESTADO TO OPR-ESTADO

           *> valor por omissao do campo novo: sede
           MOVE WS-BALCAO-SEDE TO OPR-BALCAO

           WRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O OPERADOR " OPR-ID "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

           COPY PINHASH.
