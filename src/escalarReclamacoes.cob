       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALAR-RECLAMACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-RECLAMACOES ASSIGN TO "data/reclamacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCL-ID
               FILE STATUS IS WS-FS-RECLAMACOES.

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

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
       FD  FICHEIRO-RECLAMACOES.
           COPY RECLAMACAO.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-FERIADOS.
       01  REG-FERIADO              PIC 9(08).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY DIAUTILWS.

       77  WS-FS-RECLAMACOES       PIC XX.
       77  WS-FS-OPERADORES        PIC XX.
       77  WS-FS-FERIADOS          PIC XX.

       *> uma reclamacao pendente a que faltem ate 3 dias uteis
       *> para a data limite sobe ao supervisor
       77  WS-SLA-ALERTA           PIC 9(02) VALUE 3.
       77  WS-DIAS-RESTANTES       PIC S9(05).
       77  WS-DIAS-FORMATADO       PIC -ZZZ9.
       77  WS-MARCA-NOVA           PIC X(04).

       77  WS-TOTAL-PENDENTES      PIC 9(05) VALUE 0.
       77  WS-TOTAL-ESCALADAS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-JA-ESCALADAS   PIC 9(05) VALUE 0.
       77  WS-TOTAL-ATRASADAS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-SEM-SUPERVISOR PIC 9(05) VALUE 0.

       *> operadores ativos, para achar o balcao do responsavel e
       *> o supervisor desse balcao
       77  WS-OP-TOTAL             PIC 9(03) VALUE 0.
       77  WS-OP-IDX               PIC 9(03).
       01  WS-TABELA-OPERADORES.
           05 WS-OP-ENTRADA OCCURS 500 TIMES.
              10 WS-OP-ID            PIC 9(09).
              10 WS-OP-PERFIL        PIC X(01).
              10 WS-OP-BALCAO        PIC 9(04).
       77  WS-BALCAO-RESPONSAVEL   PIC 9(04).
       77  WS-SUPERVISOR-ESCOLHIDO PIC 9(09).
       77  WS-PRIMEIRO-ADMIN       PIC 9(09).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.

           MOVE "ESCALAR-RECLAMACOES" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           *> sem reclamacoes registadas a noite nao tem nada a
           *> escalar: o job termina limpo
           OPEN I-O FICHEIRO-RECLAMACOES.
           IF WS-FS-RECLAMACOES = "35"
               DISPLAY "SEM RECLAMACOES REGISTADAS - NADA A ESCALAR."
               PERFORM 9860-REGISTAR-FIM-JOB
               STOP RUN
           END-IF.
           IF WS-FS-RECLAMACOES NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE RECLAMACOES: "
                   WS-FS-RECLAMACOES
               STOP RUN
           END-IF.

           PERFORM 8940-CARREGAR-FERIADOS.
           PERFORM 1000-CARREGAR-OPERADORES.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "* RECLAMACOES ESCALADAS AO SUPERVISOR           *".
           DISPLAY "* DATA: " WS-DATA-NEGOCIO
               "                                *".
           DISPLAY "-------------------------------------------------".
           DISPLAY "RECLAMACAO CONTA     CT LIMITE    DIAS RESPONSAV."
               "  SUPERVISOR".

           PERFORM UNTIL WS-FS-RECLAMACOES = "10"
               READ FICHEIRO-RECLAMACOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-RECLAMACOES
                   NOT AT END
                       IF RECLAMACAO-PENDENTE
                           PERFORM 2000-AVALIAR-RECLAMACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-RECLAMACOES.

           DISPLAY "-------------------------------------------------".
           DISPLAY "RECLAMACOES PENDENTES  : " WS-TOTAL-PENDENTES.
           DISPLAY "ESCALADAS NESTA NOITE  : " WS-TOTAL-ESCALADAS.
           DISPLAY "JA ESCALADAS ANTES     : " WS-TOTAL-JA-ESCALADAS.
           DISPLAY "FORA DE PRAZO          : " WS-TOTAL-ATRASADAS.
           IF WS-TOTAL-SEM-SUPERVISOR > 0
               DISPLAY "AVISO: " WS-TOTAL-SEM-SUPERVISOR
                   " RECLAMACOES SEM SUPERVISOR ATIVO A QUEM "
                   "ESCALAR."
           END-IF.
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-OPERADORES.
           MOVE 0 TO WS-PRIMEIRO-ADMIN
           OPEN INPUT FICHEIRO-OPERADORES
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE OPERADORES - AS "
                   "RECLAMACOES NAO TEM A QUEM SER ESCALADAS."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-OPERADORES = "10"
               READ FICHEIRO-OPERADORES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-OPERADORES
                   NOT AT END
                       IF OPERADOR-ATIVO AND WS-OP-TOTAL < 500
                           ADD 1 TO WS-OP-TOTAL
                           MOVE OPR-ID TO WS-OP-ID(WS-OP-TOTAL)
                           MOVE OPR-PERFIL
                               TO WS-OP-PERFIL(WS-OP-TOTAL)
                           MOVE OPR-BALCAO
                               TO WS-OP-BALCAO(WS-OP-TOTAL)
                           IF PERFIL-ADMIN AND WS-PRIMEIRO-ADMIN = 0
                               MOVE OPR-ID TO WS-PRIMEIRO-ADMIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-OPERADORES.

       2000-AVALIAR-RECLAMACAO.
           ADD 1 TO WS-TOTAL-PENDENTES
           IF RCL-DATA-LIMITE >= WS-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DU-DATA-INICIO
               MOVE RCL-DATA-LIMITE TO WS-DU-DATA-FIM
               PERFORM 8944-CONTAR-DIAS-UTEIS
               MOVE WS-DU-CONTAGEM TO WS-DIAS-RESTANTES
           ELSE
               MOVE RCL-DATA-LIMITE TO WS-DU-DATA-INICIO
               MOVE WS-DATA-NEGOCIO TO WS-DU-DATA-FIM
               PERFORM 8944-CONTAR-DIAS-UTEIS
               COMPUTE WS-DIAS-RESTANTES = 0 - WS-DU-CONTAGEM
               ADD 1 TO WS-TOTAL-ATRASADAS
           END-IF
           IF WS-DIAS-RESTANTES > WS-SLA-ALERTA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MARCA-NOVA
           IF RECLAMACAO-ESCALADA
               ADD 1 TO WS-TOTAL-JA-ESCALADAS
           ELSE
               PERFORM 2100-ESCOLHER-SUPERVISOR
               IF WS-SUPERVISOR-ESCOLHIDO = 0
                   ADD 1 TO WS-TOTAL-SEM-SUPERVISOR
               ELSE
                   MOVE "S" TO RCL-ESCALADA
                   MOVE WS-SUPERVISOR-ESCOLHIDO TO RCL-SUPERVISOR
                   MOVE WS-DATA-NEGOCIO TO RCL-DATA-ESCALADA
                   REWRITE REG-RECLAMACAO
                       INVALID KEY
                           DISPLAY "ERRO AO ESCALAR A RECLAMACAO "
                               RCL-ID "!"
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-ESCALADAS
                           MOVE "NOVA" TO WS-MARCA-NOVA
                   END-REWRITE
               END-IF
           END-IF

           MOVE WS-DIAS-RESTANTES TO WS-DIAS-FORMATADO
           DISPLAY RCL-ID "  " RCL-CONTA " " RCL-CATEGORIA " "
               RCL-DATA-LIMITE " " WS-DIAS-FORMATADO " "
               RCL-OPERADOR " " RCL-SUPERVISOR " " WS-MARCA-NOVA.

       2100-ESCOLHER-SUPERVISOR.
           *> primeiro supervisor ativo do balcao do responsavel
           *> (ou, se o responsavel ja nao estiver ativo, do balcao
           *> onde a reclamacao foi registada); sem nenhum, o
           *> primeiro administrador ativo
           MOVE RCL-BALCAO TO WS-BALCAO-RESPONSAVEL
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-TOTAL
               IF WS-OP-ID(WS-OP-IDX) = RCL-OPERADOR
                   MOVE WS-OP-BALCAO(WS-OP-IDX)
                       TO WS-BALCAO-RESPONSAVEL
               END-IF
           END-PERFORM

           MOVE 0 TO WS-SUPERVISOR-ESCOLHIDO
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-TOTAL
                      OR WS-SUPERVISOR-ESCOLHIDO > 0
               IF WS-OP-PERFIL(WS-OP-IDX) = "S"
                       AND WS-OP-BALCAO(WS-OP-IDX)
                           = WS-BALCAO-RESPONSAVEL
                       AND WS-OP-ID(WS-OP-IDX) NOT = RCL-OPERADOR
                   MOVE WS-OP-ID(WS-OP-IDX) TO WS-SUPERVISOR-ESCOLHIDO
               END-IF
           END-PERFORM
           IF WS-SUPERVISOR-ESCOLHIDO = 0
               MOVE WS-PRIMEIRO-ADMIN TO WS-SUPERVISOR-ESCOLHIDO
           END-IF.

           COPY DIAUTIL.

           COPY RUNCTL.

           COPY DATANEG.
