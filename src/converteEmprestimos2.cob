       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTE-EMPRESTIMOS-2.

      *> Segunda conversao unica da carteira de credito, para o
      *> layout atual de REG-EMPRESTIMO (a primeira vaga esta em
      *> CONVERTE-EMPRESTIMOS): regime de taxa (EMP-TIPO-TAXA,
      *> EMP-INDEXANTE, EMP-SPREAD, EMP-PERIODO-REVISAO e
      *> EMP-DATA-REVISAO) e mora por mes civil (EMP-MES-MORA,
      *> EMP-MORA-MES e EMP-MORA-MES-ANTERIOR). Le
      *> data/emprestimos.dat no layout anterior e grava
      *> data/emprestimos_novo.dat no layout atual, com todos os
      *> contratos em taxa fixa e sem mora repartida por mes (a
      *> ja capitalizada fica so em EMP-MORA-ACUMULADA): os
      *> creditos indexados sao passados a 'I' em EMPRESTIMO
      *> (opcao R) depois da conversao. Depois de conferir os
      *> totais, o operador substitui o ficheiro:
      *>   mv data/emprestimos.dat data/emprestimos_antigo.bak
      *>   mv data/emprestimos_novo.dat data/emprestimos.dat

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ANTIGO ASSIGN TO "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-EMP-NUMERO
               FILE STATUS IS WS-FS-ANTIGO.

           SELECT FICHEIRO-NOVO ASSIGN TO
               "data/emprestimos_novo.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ANTIGO.
      *> layout de REG-EMPRESTIMO anterior a esta vaga de
      *> alteracoes (termina em EMP-DATA-ULTIMA-MORA) - tem de
      *> bater certo com o ficheiro em producao para o OPEN aceitar
      *> o comprimento do registo
       01  REG-EMPRESTIMO-ANTIGO.
           05 ANT-EMP-NUMERO         PIC 9(09).
           05 ANT-CONTA              PIC 9(09).
           05 ANT-CAPITAL            PIC 9(07)V99.
           05 ANT-TAXA-ANUAL         PIC 9V9(04).
           05 ANT-PRAZO-MESES        PIC 9(03).
           05 ANT-PRESTACAO          PIC 9(07)V99.
           05 ANT-SALDO-DEVEDOR      PIC 9(07)V99.
           05 ANT-PRESTACOES-PAGAS   PIC 9(03).
           05 ANT-EM-ATRASO          PIC 9(02).
           05 ANT-DATA-INICIO        PIC 9(08).
           05 ANT-PROXIMA-PRESTACAO  PIC 9(08).
           05 ANT-ESTADO             PIC X(01).
           05 ANT-CLASSE             PIC X(01).
           05 ANT-MORA-ACUMULADA     PIC 9(07)V99.
           05 ANT-DATA-ULTIMA-MORA   PIC 9(08).

       FD  FICHEIRO-NOVO.
           COPY EMPRESTIMO.

       WORKING-STORAGE SECTION.
       77  WS-FS-ANTIGO            PIC XX.
       77  WS-FS-NOVO              PIC XX.
       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-GRAVADOS       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   CONVERSAO DE EMPRESTIMOS.DAT PARA O NOVO"
               " LAYOUT".
           DISPLAY "-------------------------------------------------".

           OPEN INPUT FICHEIRO-ANTIGO.
           IF WS-FS-ANTIGO NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPRESTIMOS.DAT (LAYOUT "
                   "ANTIGO): " WS-FS-ANTIGO
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-NOVO.
           IF WS-FS-NOVO NOT = "00"
               CLOSE FICHEIRO-ANTIGO
               DISPLAY "ERRO AO CRIAR EMPRESTIMOS_NOVO.DAT: "
                   WS-FS-NOVO
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO ANT-EMP-NUMERO.
           START FICHEIRO-ANTIGO KEY IS GREATER THAN ANT-EMP-NUMERO
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
           DISPLAY "EMPRESTIMOS LIDOS   : " WS-TOTAL-LIDOS.
           DISPLAY "EMPRESTIMOS GRAVADOS: " WS-TOTAL-GRAVADOS.
           IF WS-TOTAL-LIDOS = WS-TOTAL-GRAVADOS
               DISPLAY "CONVERSAO COMPLETA. CONFIRA E SUBSTITUA:"
               DISPLAY "  MV DATA/EMPRESTIMOS.DAT "
                   "DATA/EMPRESTIMOS_ANTIGO.BAK"
               DISPLAY "  MV DATA/EMPRESTIMOS_NOVO.DAT "
                   "DATA/EMPRESTIMOS.DAT"
           ELSE
               DISPLAY "*** TOTAIS DIFERENTES - NAO SUBSTITUA O "
                   "FICHEIRO; INVESTIGUE PRIMEIRO! ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       2000-CONVERTER-REGISTO.
           MOVE ANT-EMP-NUMERO TO EMP-NUMERO
           MOVE ANT-CONTA TO EMP-CONTA
           MOVE ANT-CAPITAL TO EMP-CAPITAL
           MOVE ANT-TAXA-ANUAL TO EMP-TAXA-ANUAL
           MOVE ANT-PRAZO-MESES TO EMP-PRAZO-MESES
           MOVE ANT-PRESTACAO TO EMP-PRESTACAO
           MOVE ANT-SALDO-DEVEDOR TO EMP-SALDO-DEVEDOR
           MOVE ANT-PRESTACOES-PAGAS TO EMP-PRESTACOES-PAGAS
           MOVE ANT-EM-ATRASO TO EMP-EM-ATRASO
           MOVE ANT-DATA-INICIO TO EMP-DATA-INICIO
           MOVE ANT-PROXIMA-PRESTACAO TO EMP-PROXIMA-PRESTACAO
           MOVE ANT-ESTADO TO EMP-ESTADO

           MOVE ANT-CLASSE TO EMP-CLASSE
           MOVE ANT-MORA-ACUMULADA TO EMP-MORA-ACUMULADA
           MOVE ANT-DATA-ULTIMA-MORA TO EMP-DATA-ULTIMA-MORA

           *> campos novos: a carteira existente foi toda originada
           *> a taxa fixa do precario
           MOVE "F" TO EMP-TIPO-TAXA
           MOVE SPACES TO EMP-INDEXANTE
           MOVE 0 TO EMP-SPREAD
           MOVE 0 TO EMP-PERIODO-REVISAO
           MOVE 0 TO EMP-DATA-REVISAO
           *> a mora por mes comeca a contar no primeiro
           *> MORA-EMPRESTIMOS depois da conversao
           MOVE 0 TO EMP-MES-MORA
           MOVE 0 TO EMP-MORA-MES
           MOVE 0 TO EMP-MORA-MES-ANTERIOR

           WRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O EMPRESTIMO "
                       EMP-NUMERO "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-GRAVADOS
           END-WRITE.
