       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-COMISSOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-COMISSOES-PEND ASSIGN TO
               "data/comissoes_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-ID
               ALTERNATE RECORD KEY IS CP-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COMISSOES-PEND.

           SELECT FICHEIRO-TARIFARIO ASSIGN TO "data/tarifario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WS-FS-TARIFARIO.

           SELECT FICHEIRO-ISENCOES ASSIGN TO
               "data/isencoes_comissao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-CHAVE
               FILE STATUS IS WS-FS-ISENCOES.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-LOG ASSIGN TO "data/transactions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

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
       FD  FICHEIRO-COMISSOES-PEND.
           COPY COMPEND.

       FD  FICHEIRO-TARIFARIO.
           COPY TARIFA.

       FD  FICHEIRO-ISENCOES.
           COPY ISENCAO.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY TARIFARIOWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-TOTAL-LIDAS          PIC 9(05) VALUE 0.
       77  WS-TOTAL-COBRADAS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-ADIADAS        PIC 9(05) VALUE 0.
       77  WS-VALOR-COBRADO        PIC 9(07)V99 VALUE 0.
       77  WS-VALOR-FORMATADO      PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> recupera as comissoes do tarifario que ficaram por
           *> cobrar por falta de saldo livre: cada uma e debitada,
           *> inteira e com o imposto calculado na data do evento,
           *> logo que a conta a possa pagar; as restantes ficam para
           *> a noite seguinte
           PERFORM 9800-LER-DATA-NEGOCIO.

           OPEN I-O FICHEIRO-COMISSOES-PEND.
           IF WS-FS-COMISSOES-PEND = "35"
               OPEN OUTPUT FICHEIRO-COMISSOES-PEND
               CLOSE FICHEIRO-COMISSOES-PEND
               OPEN I-O FICHEIRO-COMISSOES-PEND
           END-IF.
           IF WS-FS-COMISSOES-PEND NOT = "00"
               DISPLAY "ERRO AO ABRIR COMISSOES POR COBRAR: "
                   WS-FS-COMISSOES-PEND
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-COMISSOES-PEND
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-COMISSOES-PEND
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOG: " WS-FS-LOG
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS = "35"
               OPEN OUTPUT FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-MOVIMENTOS
               OPEN I-O FICHEIRO-MOVIMENTOS
           END-IF.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-COMISSOES-PEND
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           MOVE "COBRANCA-COMISSOES" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           DISPLAY "* COBRANCA DE COMISSOES PENDENTES   *".
           DISPLAY "* DATA: " WS-DATA-NEGOCIO "                  *".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           *> pela ordem do registo: a comissao mais antiga de cada
           *> conta e a primeira a ser recuperada
           MOVE LOW-VALUES TO CP-ID
           START FICHEIRO-COMISSOES-PEND KEY IS GREATER THAN CP-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-COMISSOES-PEND
           END-START

           PERFORM UNTIL WS-FS-COMISSOES-PEND = "10"
               READ FICHEIRO-COMISSOES-PEND NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COMISSOES-PEND
                   NOT AT END
                       IF CP-POR-COBRAR
                           PERFORM 2000-COBRAR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-COMISSOES-PEND.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.

           MOVE WS-VALOR-COBRADO TO WS-VALOR-FORMATADO.
           DISPLAY " ".
           DISPLAY "COMISSOES POR COBRAR LIDAS : " WS-TOTAL-LIDAS.
           DISPLAY "COMISSOES COBRADAS         : " WS-TOTAL-COBRADAS.
           DISPLAY "COMISSOES AINDA POR COBRAR : " WS-TOTAL-ADIADAS.
           DISPLAY "VALOR COBRADO (C/ IMPOSTO) : " WS-VALOR-FORMATADO.
           DISPLAY "-------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1100-INICIALIZAR-ID-MOVIMENTO.
           *> data/movements.dat e indexado e persiste entre execucoes,
           *> ao contrario do contador do log; por isso o proximo ID
           *> tem de ser calculado a partir do maior MOV-ID existente.
           MOVE 1 TO WS-PROXIMO-ID-MOV
           MOVE LOW-VALUES TO MOV-ID
           START FICHEIRO-MOVIMENTOS KEY IS GREATER THAN MOV-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-MOVIMENTOS
           END-START

           PERFORM UNTIL WS-FS-MOVIMENTOS = "10"
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       COMPUTE WS-PROXIMO-ID-MOV = MOV-ID + 1
               END-READ
           END-PERFORM.

       2000-COBRAR-PENDENTE.
           ADD 1 TO WS-TOTAL-LIDAS
           MOVE CP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "COMISSAO " CP-ID ": CONTA " CP-CONTA
                       " NAO ENCONTRADA."
                   ADD 1 TO WS-TOTAL-ADIADAS
                   EXIT PARAGRAPH
           END-READ

           MOVE CP-EVENTO TO WS-CM-EVENTO
           MOVE CP-VALOR TO WS-CM-VALOR
           MOVE CP-TIPO-IMPOSTO TO WS-CM-TIPO-IMPOSTO
           MOVE CP-IMPOSTO TO WS-CM-IMPOSTO
           COMPUTE WS-CM-TOTAL = CP-VALOR + CP-IMPOSTO

           *> o mesmo criterio da cobranca no evento: so o saldo
           *> livre, sem descoberto nem valor cativo
           COMPUTE WS-CM-DISPONIVEL = SALDO-FILE - SALDO-CATIVO-FILE
           IF NOT (CONTA-ATIVA-FILE OR CONTA-BLOQUEADA-FILE)
                   OR WS-CM-DISPONIVEL < WS-CM-TOTAL
               ADD 1 TO WS-TOTAL-ADIADAS
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-CM-RESULTADO
           DISPLAY "CONTA " NR-CONTA-FILE " - COMISSAO " CP-ID
               " DE " CP-DATA ":"
           PERFORM 8915-DEBITAR-COMISSAO
           IF NOT COMISSAO-COBRADA
               ADD 1 TO WS-TOTAL-ADIADAS
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO CP-ESTADO
           MOVE WS-DATA-NEGOCIO TO CP-DATA-COBRANCA
           REWRITE REG-COMISSAO-PEND
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A COMISSAO " CP-ID
                       " COMO COBRADA!"
           END-REWRITE
           ADD 1 TO WS-TOTAL-COBRADAS
           ADD WS-CM-TOTAL TO WS-VALOR-COBRADO.

           COPY TARIFARIO.

           COPY RUNCTL.

           COPY DATANEG.
