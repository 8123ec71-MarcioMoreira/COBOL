       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CARTOES.

      *> Conversao unica do ficheiro de cartoes para o layout atual
      *> de REG-CARTAO: o PIN em claro passa a sal + hash (ver
      *> PINHASH, um sal novo por cartao) e entram os campos da
      *> substituicao de cartoes (CT-CARTAO-ANTERIOR,
      *> CT-CARTAO-SUBSTITUTO, CT-MOTIVO-EMISSAO e CT-DATA-EMISSAO).
      *> Le data/cartoes.dat no layout anterior e grava
      *> data/cartoes_novo.dat no layout atual, com todos os cartoes
      *> existentes como emissao nova sem ligacoes. Depois de
      *> conferir os totais, o operador substitui o ficheiro:
      *>   mv data/cartoes.dat data/cartoes_antigo.bak
      *>   mv data/cartoes_novo.dat data/cartoes.dat
      *> O .bak ainda tem os PINs em claro: apaga-se assim que a
      *> conversao estiver confirmada, e as copias de SALVAGUARDA-
      *> FICHEIROS anteriores a conversao tratam-se da mesma forma.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ANTIGO ASSIGN TO "data/cartoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CT-NUMERO
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT FICHEIRO-NOVO ASSIGN TO "data/cartoes_novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUMERO
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ANTIGO.
      *> layout de REG-CARTAO anterior a esta vaga de alteracoes
      *> (PIN em claro, termina em CT-TENTATIVAS-PIN) - tem de bater
      *> certo com o ficheiro em producao para o OPEN aceitar o
      *> comprimento do registo
       01  REG-CARTAO-ANTIGO.
           05 ANT-CT-NUMERO          PIC 9(16).
           05 ANT-CT-CONTA           PIC 9(09).
           05 ANT-CT-VALIDADE        PIC 9(06).
           05 ANT-CT-ESTADO          PIC X(01).
           05 ANT-CT-PIN             PIC 9(06).
           05 ANT-CT-TENTATIVAS-PIN  PIC 9(01).

       FD  FICHEIRO-NOVO.
           COPY CARTAO.

       WORKING-STORAGE SECTION.
       77  WS-FS-ANTIGO            PIC XX.
       77  WS-FS-NOVO              PIC XX.
       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-GRAVADOS       PIC 9(07) VALUE 0.
           COPY PINHASHWS.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   CONVERSAO DE CARTOES.DAT PARA O NOVO LAYOUT".
           DISPLAY "-------------------------------------------------".

           OPEN INPUT FICHEIRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO AO ABRIR CARTOES.DAT (LAYOUT "
                   "ANTIGO): " WS-FS-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               DISPLAY "ERRO AO CRIAR CARTOES_NOVO.DAT: "
                   WS-FS-NOVO
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO ANT-CT-NUMERO.
           START FICHEIRO-ANTIGO KEY IS GREATER THAN ANT-CT-NUMERO
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
           DISPLAY "CARTOES LIDOS   : " WS-TOTAL-LIDOS.
           DISPLAY "CARTOES GRAVADOS: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO COMPLETA. CONFIRA E SUBSTITUA:"
               DISPLAY "  MV DATA/CARTOES.DAT "
                   "DATA/CARTOES_ANTIGO.BAK"
               DISPLAY "  MV DATA/CARTOES_NOVO.DAT "
                   "DATA/CARTOES.DAT"
           ELSE
               DISPLAY "*** TOTAIS DIFERENTES - NAO SUBSTITUA O "
                   "FICHEIRO; INVESTIGUE PRIMEIRO! ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       2000-CONVERTER-REGISTO.
           MOVE ANT-CT-NUMERO TO CT-NUMERO
           MOVE ANT-CT-CONTA TO CT-CONTA
           MOVE ANT-CT-VALIDADE TO CT-VALIDADE
           MOVE ANT-CT-ESTADO TO CT-ESTADO
           MOVE ANT-CT-PIN TO WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           MOVE WS-PH-SALT TO CT-PIN-SALT
           MOVE WS-PH-HASH TO CT-PIN-HASH
           MOVE ANT-CT-TENTATIVAS-PIN TO CT-TENTATIVAS-PIN

           *> valores por omissao dos campos novos: emissao nova,
           *> sem cartao anterior nem substituto, data desconhecida
           MOVE 0 TO CT-CARTAO-ANTERIOR
           MOVE 0 TO CT-CARTAO-SUBSTITUTO
           MOVE "N" TO CT-MOTIVO-EMISSAO
           MOVE 0 TO CT-DATA-EMISSAO

           WRITE REG-CARTAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CARTAO " CT-NUMERO "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

           COPY PINHASH.
