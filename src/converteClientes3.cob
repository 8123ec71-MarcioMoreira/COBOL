       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CLIENTES-3.

      *> Terceira conversao unica do ficheiro de clientes, para o
      *> layout atual de REG-CLIENTE (as vagas anteriores estao em
      *> CONVERTE-CLIENTES e CONVERTE-CLIENTES-2): o PIN em claro
      *> passa a sal + hash (ver PINHASH, um sal novo por conta) e
      *> entra o campo novo BALCAO-FILE. Le data/clients.dat no
      *> layout anterior e grava data/clients_novo.dat no layout
      *> atual, com todas as contas domiciliadas na sede (balcao
      *> 0001); as contas de outros balcoes mudam-se depois em
      *> SETUP-DATABASE por um administrador. Depois de conferir
      *> os totais, o operador substitui o ficheiro:
      *>   mv data/clients.dat data/clients_antigo.bak
      *>   mv data/clients_novo.dat data/clients.dat
      *> O .bak ainda tem os PINs em claro: apaga-se assim que a
      *> conversao estiver confirmada, e as copias de SALVAGUARDA-
      *> FICHEIROS anteriores a conversao tratam-se da mesma forma.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ANTIGO ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-NR-CONTA
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT FICHEIRO-NOVO ASSIGN TO "data/clients_novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ANTIGO.
      *> layout de REG-CLIENTE anterior a esta vaga de alteracoes
      *> (termina em SO-BENEFICIARIOS-FILE) - tem de bater certo com
      *> o ficheiro em producao para o OPEN aceitar o comprimento do
      *> registo
       01  REG-CLIENTE-ANTIGO.
           05 ANT-NR-CONTA           PIC 9(09).
           05 ANT-PIN                PIC 9(06).
           05 ANT-NOME               PIC A(30).
           05 ANT-SALDO              PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           05 ANT-ESTADO-CONTA       PIC X(01).
           05 ANT-TENTATIVAS-PIN     PIC 9(01).
           05 ANT-LEVANTADO-HOJE     PIC 9(07)V99.
           05 ANT-DATA-LEVANTAMENTO  PIC 9(08).
           05 ANT-SALDO-LIMITE       PIC 9(07)V99.
           05 ANT-EMAIL              PIC X(40).
           05 ANT-TELEFONE           PIC 9(09).
           05 ANT-MOEDA              PIC X(03).
           05 ANT-SALDO-CATIVO       PIC 9(07)V99.
           05 ANT-ESCALAO            PIC X(02).
           05 ANT-REGRA-ASSINATURA   PIC X(01).
           05 ANT-SO-BENEFICIARIOS   PIC X(01).

       FD  FICHEIRO-NOVO.
           COPY CLIENTE.

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
           DISPLAY "   CONVERSAO DE CLIENTS.DAT PARA O NOVO LAYOUT".
           DISPLAY "-------------------------------------------------".

           OPEN INPUT FICHEIRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT (LAYOUT ANTIGO): "
                   WS-FS-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               DISPLAY "ERRO AO CRIAR CLIENTS_NOVO.DAT: " WS-FS-NOVO
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO ANT-NR-CONTA.
           START FICHEIRO-ANTIGO KEY IS GREATER THAN ANT-NR-CONTA
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
           DISPLAY "CONTAS LIDAS   : " WS-TOTAL-LIDOS.
           DISPLAY "CONTAS GRAVADAS: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO COMPLETA. CONFIRA E SUBSTITUA:"
               DISPLAY "  MV DATA/CLIENTS.DAT DATA/CLIENTS_ANTIGO.BAK"
               DISPLAY "  MV DATA/CLIENTS_NOVO.DAT DATA/CLIENTS.DAT"
           ELSE
               DISPLAY "*** TOTAIS DIFERENTES - NAO SUBSTITUA O "
                   "FICHEIRO; INVESTIGUE PRIMEIRO! ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       2000-CONVERTER-REGISTO.
           MOVE ANT-NR-CONTA TO NR-CONTA-FILE
           MOVE ANT-PIN TO WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           MOVE WS-PH-SALT TO PIN-SALT-FILE
           MOVE WS-PH-HASH TO PIN-HASH-FILE
           MOVE ANT-NOME TO NOME-FILE
           MOVE ANT-SALDO TO SALDO-FILE
           MOVE ANT-ESTADO-CONTA TO ESTADO-CONTA-FILE
           MOVE ANT-TENTATIVAS-PIN TO TENTATIVAS-PIN-FILE
           MOVE ANT-LEVANTADO-HOJE TO LEVANTADO-HOJE-FILE
           MOVE ANT-DATA-LEVANTAMENTO TO DATA-LEVANTAMENTO-FILE
           MOVE ANT-SALDO-LIMITE TO SALDO-LIMITE-FILE
           MOVE ANT-EMAIL TO EMAIL-FILE
           MOVE ANT-TELEFONE TO TELEFONE-FILE
           MOVE ANT-MOEDA TO MOEDA-FILE
           MOVE ANT-SALDO-CATIVO TO SALDO-CATIVO-FILE
           MOVE ANT-ESCALAO TO ESCALAO-FILE
           MOVE ANT-REGRA-ASSINATURA TO REGRA-ASSINATURA-FILE
           MOVE ANT-SO-BENEFICIARIOS TO SO-BENEFICIARIOS-FILE

           *> valor por omissao do campo novo: domicilio na sede
           MOVE WS-BALCAO-SEDE TO BALCAO-FILE

           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTA " NR-CONTA-FILE
                       "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.

           COPY PINHASH.
