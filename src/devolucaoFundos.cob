       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCAO-FUNDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-FUNDOS-PENDENTES
               ASSIGN TO "data/fundos_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ID
               FILE STATUS IS WS-FS-FUNDOS.

           SELECT FICHEIRO-DEVOLUCAO-SAIDA
               ASSIGN TO "data/compensacao_dev.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLUCAO.

           SELECT FICHEIRO-FERIADOS ASSIGN TO "data/feriados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

           SELECT FICHEIRO-RUN-CONTROL ASSIGN TO
               "data/run_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-FUNDOS-PENDENTES.
           COPY FUNDOPEND.

       FD  FICHEIRO-DEVOLUCAO-SAIDA.
       01  REG-DEVOLUCAO-SAIDA.
           *> um credito devolvido ao banco de origem por linha, no
           *> layout do ficheiro de compensacao de saida com a conta
           *> de origem e de destino trocadas: o dinheiro volta do
           *> destinatario indicado para o ordenante
           05 DV-CONTA-ORIGEM        PIC 9(09).
           05 DV-CONTA-DESTINO       PIC 9(09).
           05 DV-VALOR               PIC 9(07)V99.
           05 DV-MOEDA               PIC X(03).
           05 DV-DATA                PIC 9(08).
           *> motivo da rejeicao (ver FUNDOPEND), data do credito
           *> original e numero do fundo por aplicar
           05 DV-MOTIVO              PIC X(02).
           05 DV-DATA-ORIGINAL       PIC 9(08).
           05 DV-REFERENCIA          PIC 9(09).

       FD  FICHEIRO-FERIADOS.
       01  REG-FERIADO              PIC 9(08).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-FUNDOS            PIC XX.
       77  WS-FS-DEVOLUCAO         PIC XX.
       77  WS-FS-FERIADOS          PIC XX.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-DEVOLVIDOS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-EM-PRAZO       PIC 9(05) VALUE 0.

       *> Prazo, em dias uteis contados a partir do dia em que o
       *> credito foi estacionado, para o back-office o reparar
       *> antes de ser devolvido ao banco de origem.
       77  WS-DIAS-UTEIS-DEVOLUCAO PIC 9(02) VALUE 5.

       *> Contagem de dias uteis: sabados, domingos e feriados de
       *> data/feriados.dat nao contam, como em ROLAR-DATA-NEGOCIO.
       77  WS-DATA-CALC            PIC 9(08).
       77  WS-DIAS-INTEIRO         PIC 9(07).
       77  WS-DIA-SEMANA           PIC 9(01).
       77  WS-DIAS-UTEIS           PIC 9(05).
       77  WS-EHUTIL               PIC X.
           88 DIA-UTIL             VALUE 'S'.
       77  WS-FER-TOTAL            PIC 9(03) VALUE 0.
       77  WS-FER-IDX              PIC 9(03).
       01  WS-TABELA-FERIADOS.
           05 WS-FER-DATA OCCURS 500 TIMES PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O FICHEIRO-FUNDOS-PENDENTES.
           IF WS-FS-FUNDOS = "35"
               DISPLAY "SEM FUNDOS POR APLICAR - NADA A DEVOLVER."
               OPEN OUTPUT FICHEIRO-FUNDOS-PENDENTES
               CLOSE FICHEIRO-FUNDOS-PENDENTES
               OPEN I-O FICHEIRO-FUNDOS-PENDENTES
           END-IF.
           IF WS-FS-FUNDOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE FUNDOS POR APLICAR: "
                   WS-FS-FUNDOS
               STOP RUN
           END-IF.

           *> o ficheiro de devolucoes acumula ate ao envio, como o
           *> de compensacao de saida
           OPEN EXTEND FICHEIRO-DEVOLUCAO-SAIDA.
           IF WS-FS-DEVOLUCAO = "35"
               OPEN OUTPUT FICHEIRO-DEVOLUCAO-SAIDA
           END-IF.
           IF WS-FS-DEVOLUCAO NOT = "00"
               CLOSE FICHEIRO-FUNDOS-PENDENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE DEVOLUCOES: "
                   WS-FS-DEVOLUCAO
               STOP RUN
           END-IF.

           PERFORM 1000-CARREGAR-FERIADOS.
           PERFORM 9800-LER-DATA-NEGOCIO.

           MOVE "DEVOLUCAO-FUNDOS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           DISPLAY "* DEVOLUCAO DE FUNDOS POR APLICAR   *".
           DISPLAY "* DATA: " WS-DATA-NEGOCIO "                  *".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           MOVE LOW-VALUES TO FP-ID.
           START FICHEIRO-FUNDOS-PENDENTES KEY IS GREATER THAN FP-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-FUNDOS
           END-START.

           PERFORM UNTIL WS-FS-FUNDOS = "10"
               READ FICHEIRO-FUNDOS-PENDENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-FUNDOS
                   NOT AT END
                       IF FUNDO-PENDENTE
                           PERFORM 2000-AVALIAR-FUNDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-FUNDOS-PENDENTES.
           CLOSE FICHEIRO-DEVOLUCAO-SAIDA.

           DISPLAY " ".
           DISPLAY "FUNDOS DEVOLVIDOS      : " WS-TOTAL-DEVOLVIDOS.
           DISPLAY "AINDA DENTRO DO PRAZO  : " WS-TOTAL-EM-PRAZO.
           DISPLAY "-------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-FERIADOS.
           MOVE 0 TO WS-FER-TOTAL
           OPEN INPUT FICHEIRO-FERIADOS
           IF WS-FS-FERIADOS = "00"
               PERFORM UNTIL WS-FS-FERIADOS = "10"
                   READ FICHEIRO-FERIADOS
                       AT END
                           MOVE "10" TO WS-FS-FERIADOS
                       NOT AT END
                           IF WS-FER-TOTAL < 500
                               ADD 1 TO WS-FER-TOTAL
                               MOVE REG-FERIADO
                                   TO WS-FER-DATA(WS-FER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FERIADOS
           ELSE
               DISPLAY "AVISO: SEM CALENDARIO DE FERIADOS - SO "
                   "SABADOS E DOMINGOS NAO CONTAM."
           END-IF.

       2000-AVALIAR-FUNDO.
           PERFORM 2100-CONTAR-DIAS-UTEIS
           IF WS-DIAS-UTEIS < WS-DIAS-UTEIS-DEVOLUCAO
               ADD 1 TO WS-TOTAL-EM-PRAZO
               EXIT PARAGRAPH
           END-IF

           MOVE FP-CONTA-DESTINO TO DV-CONTA-ORIGEM
           MOVE FP-CONTA-ORIGEM TO DV-CONTA-DESTINO
           MOVE FP-VALOR TO DV-VALOR
           MOVE FP-MOEDA TO DV-MOEDA
           MOVE WS-DATA-NEGOCIO TO DV-DATA
           MOVE FP-MOTIVO TO DV-MOTIVO
           MOVE FP-DATA-COMPENSACAO TO DV-DATA-ORIGINAL
           MOVE FP-ID TO DV-REFERENCIA

           WRITE REG-DEVOLUCAO-SAIDA
           IF WS-FS-DEVOLUCAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR DEVOLUCAO DO FUNDO " FP-ID "!"
               EXIT PARAGRAPH
           END-IF

           MOVE "D" TO FP-ESTADO
           MOVE WS-DATA-NEGOCIO TO FP-DATA-RESOLUCAO
           MOVE 0 TO FP-CONTA-APLICADA
           MOVE 0 TO FP-OPERADOR
           REWRITE REG-FUNDO-PENDENTE
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O FUNDO " FP-ID "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DEVOLVIDOS
                   MOVE FP-VALOR TO WS-VALOR-FORMATADO
                   DISPLAY "FUNDO " FP-ID " DEVOLVIDO A "
                       FP-CONTA-ORIGEM ": " WS-VALOR-FORMATADO " "
                       FP-MOEDA " (MOTIVO " FP-MOTIVO ")."
           END-REWRITE.

       2100-CONTAR-DIAS-UTEIS.
           *> dias uteis decorridos depois do dia de entrada ate a
           *> data de negocio, inclusive
           MOVE 0 TO WS-DIAS-UTEIS
           MOVE FP-DATA-ENTRADA TO WS-DATA-CALC
           PERFORM UNTIL WS-DATA-CALC >= WS-DATA-NEGOCIO
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CALC) + 1
               COMPUTE WS-DATA-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
               PERFORM 2200-TESTAR-DIA-UTIL
               IF DIA-UTIL
                   ADD 1 TO WS-DIAS-UTEIS
               END-IF
           END-PERFORM.

       2200-TESTAR-DIA-UTIL.
           *> o dia 1 do calendario de INTEGER-OF-DATE (01/01/1601)
           *> foi uma segunda-feira: MOD 7 da 1=SEG ... 6=SAB, 0=DOM
           MOVE 'S' TO WS-EHUTIL
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIAS-INTEIRO, 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-EHUTIL
               EXIT PARAGRAPH
           END-IF
           IF WS-FER-TOTAL > 0
               PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                       UNTIL WS-FER-IDX > WS-FER-TOTAL
                   IF WS-FER-DATA(WS-FER-IDX) = WS-DATA-CALC
                       MOVE 'N' TO WS-EHUTIL
                   END-IF
               END-PERFORM
           END-IF.

           COPY RUNCTL.

           COPY DATANEG.
