       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-CIF-2.

      *> Segunda conversao unica do mestre de clientes, para o
      *> layout atual de REG-CIF (a primeira vaga esta em
      *> CONVERTE-CIF): grupo de clientes ligados (CIF-GRUPO e
      *> CIF-LIGACAO-GRUPO), gestor de cliente (CIF-GESTOR) e
      *> segmento comercial (CIF-SEGMENTO, CIF-SEGMENTO-ANTERIOR e
      *> CIF-DATA-SEGMENTO). Le data/clientes_cif.dat no layout
      *> anterior e grava data/clientes_cif_novo.dat no layout
      *> atual, com todos os clientes sem grupo, sem gestor e por
      *> segmentar; os grupos registam-se depois pela opcao G de
      *> SETUP-DATABASE, os gestores pelas opcoes R/M e o segmento
      *> no proximo SEGMENTACAO-CLIENTES. Depois de conferir os
      *> totais, o operador substitui o ficheiro:
      *>   mv data/clientes_cif.dat data/clientes_cif_antigo.bak
      *>   mv data/clientes_cif_novo.dat data/clientes_cif.dat

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ANTIGO ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-CIF-ID
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT FICHEIRO-NOVO ASSIGN TO
               "data/clientes_cif_novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ANTIGO.
      *> layout de REG-CIF anterior a esta vaga de alteracoes
      *> (termina em CIF-ESTADO-KYC) - tem de bater certo com o
      *> ficheiro em producao para o OPEN aceitar o comprimento do
      *> registo
       01  REG-CIF-ANTIGO.
           05 ANT-CIF-ID             PIC 9(09).
           05 ANT-NOME               PIC X(30).
           05 ANT-NASCIMENTO.
               10 ANT-DIA            PIC 9(02).
               10 ANT-MES            PIC 9(02).
               10 ANT-ANO            PIC 9(04).
           05 ANT-ESTADO-CIVIL       PIC X(01).
           05 ANT-DOC-TIPO           PIC X(02).
           05 ANT-DOC-NUMERO         PIC X(12).
           05 ANT-DOC-VALIDADE       PIC 9(08).
           05 ANT-RISCO              PIC X(01).
           05 ANT-DATA-REVISAO       PIC 9(08).
           05 ANT-ESTADO-KYC         PIC X(01).

       FD  FICHEIRO-NOVO.
           COPY CIF.

       WORKING-STORAGE SECTION.
       77  WS-FS-ANTIGO            PIC XX.
       77  WS-FS-NOVO              PIC XX.
       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-GRAVADOS       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   CONVERSAO DE CLIENTES_CIF.DAT PARA O NOVO"
               " LAYOUT".
           DISPLAY "-------------------------------------------------".

           OPEN INPUT FICHEIRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES_CIF.DAT (LAYOUT "
                   "ANTIGO): " WS-FS-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               DISPLAY "ERRO AO CRIAR CLIENTES_CIF_NOVO.DAT: "
                   WS-FS-NOVO
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO ANT-CIF-ID.
           START FICHEIRO-ANTIGO KEY IS GREATER THAN ANT-CIF-ID
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
           DISPLAY "CLIENTES LIDOS   : " WS-TOTAL-LIDOS.
           DISPLAY "CLIENTES GRAVADOS: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO COMPLETA. CONFIRA E SUBSTITUA:"
               DISPLAY "  MV DATA/CLIENTES_CIF.DAT "
                   "DATA/CLIENTES_CIF_ANTIGO.BAK"
               DISPLAY "  MV DATA/CLIENTES_CIF_NOVO.DAT "
                   "DATA/CLIENTES_CIF.DAT"
           ELSE
               DISPLAY "*** TOTAIS DIFERENTES - NAO SUBSTITUA O "
                   "FICHEIRO; INVESTIGUE PRIMEIRO! ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       2000-CONVERTER-REGISTO.
           MOVE ANT-CIF-ID TO CIF-ID
           MOVE ANT-NOME TO CIF-NOME
           MOVE ANT-DIA TO CIF-DIA
           MOVE ANT-MES TO CIF-MES
           MOVE ANT-ANO TO CIF-ANO
           MOVE ANT-ESTADO-CIVIL TO CIF-ESTADO-CIVIL

           MOVE ANT-DOC-TIPO TO CIF-DOC-TIPO
           MOVE ANT-DOC-NUMERO TO CIF-DOC-NUMERO
           MOVE ANT-DOC-VALIDADE TO CIF-DOC-VALIDADE
           MOVE ANT-RISCO TO CIF-RISCO
           MOVE ANT-DATA-REVISAO TO CIF-DATA-REVISAO
           MOVE ANT-ESTADO-KYC TO CIF-ESTADO-KYC

           *> valores por omissao dos campos novos: cliente sem
           *> grupo de clientes ligados, sem gestor e por segmentar
           MOVE 0 TO CIF-GRUPO
           MOVE SPACE TO CIF-LIGACAO-GRUPO
           MOVE 0 TO CIF-GESTOR
           MOVE SPACE TO CIF-SEGMENTO
           MOVE SPACE TO CIF-SEGMENTO-ANTERIOR
           MOVE 0 TO CIF-DATA-SEGMENTO

           WRITE REG-CIF
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CLIENTE " CIF-ID "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.
