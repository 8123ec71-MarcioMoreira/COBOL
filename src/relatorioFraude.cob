       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-FRAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ALERTAS-FRAUDE ASSIGN TO
               "data/alertas_fraude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AFR-ID
               FILE STATUS IS WS-FS-ALERTAS.

           SELECT FICHEIRO-CATIVOS-POS ASSIGN TO
               "data/cativos_pos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HP-REFERENCIA
               FILE STATUS IS WS-FS-CATIVOS.

           SELECT FICHEIRO-REGRAS-FRAUDE ASSIGN TO
               "data/regras_fraude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFR-CODIGO
               FILE STATUS IS WS-FS-REGRAS.

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
       FD  FICHEIRO-ALERTAS-FRAUDE.
           COPY ALERTAFRAUDE.

       FD  FICHEIRO-CATIVOS-POS.
           COPY CATIVOPOS.

       FD  FICHEIRO-REGRAS-FRAUDE.
           COPY REGRAFRAUDE.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-ALERTAS           PIC XX.
       77  WS-FS-CATIVOS           PIC XX.
       77  WS-FS-REGRAS            PIC XX.
       77  WS-DATA-HOJE            PIC 9(08).

       *> tentativas avaliadas pelas regras no dia: as compras
       *> aprovadas (cativos do dia) mais as recusadas pelas regras
       *> (o primeiro disparo de cada tentativa recusada)
       77  WS-TOTAL-APROVADAS      PIC 9(07) VALUE 0.
       77  WS-TOTAL-RECUSADAS      PIC 9(07) VALUE 0.
       77  WS-TOTAL-AVALIADAS      PIC 9(07) VALUE 0.
       77  WS-TOTAL-DISPAROS       PIC 9(07) VALUE 0.
       77  WS-TOTAL-PENDENTES      PIC 9(07) VALUE 0.

       *> uma linha por regra: as da tabela primeiro, depois as que
       *> ja nao existem mas ainda tem alertas no dia
       77  WS-NUM-REGRAS           PIC 9(02) VALUE 0.
       77  WS-MAX-REGRAS           PIC 9(02) VALUE 30.
       77  WS-RF-IDX               PIC 9(02).
       01  WS-TABELA-REGRAS.
           05 WS-RF-ENTRADA OCCURS 30 TIMES.
              10 WS-RF-CODIGO        PIC X(02).
              10 WS-RF-DESCRICAO     PIC X(30).
              10 WS-RF-ACAO          PIC X(01).
              10 WS-RF-ATIVA         PIC X(01).
              10 WS-RF-DISPAROS      PIC 9(07).
              10 WS-RF-RECUSADAS     PIC 9(07).
              10 WS-RF-LEGITIMAS     PIC 9(07).
              10 WS-RF-FRAUDES       PIC 9(07).

       77  WS-TAXA                 PIC 9(03)V99.
       01  WS-LINHA-REGRA.
           05 WS-LR-CODIGO          PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-DESCRICAO       PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-ACAO            PIC X(01).
           05 WS-LR-ATIVA           PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-DISPAROS        PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-TAXA            PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE "% ".
           05 WS-LR-RECUSADAS       PIC ZZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-LEGITIMAS       PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-FRAUDES         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> o job corre todas as noites: um dia sem compras POS
           *> (ficheiros ainda por criar) da um relatorio a zeros
           OPEN INPUT FICHEIRO-ALERTAS-FRAUDE.
           IF WS-FS-ALERTAS NOT = "00"
               DISPLAY "AVISO: SEM ALERTAS DE FRAUDE "
                   "(ALERTAS_FRAUDE.DAT). STATUS: " WS-FS-ALERTAS
           END-IF.

           OPEN INPUT FICHEIRO-CATIVOS-POS.
           IF WS-FS-CATIVOS NOT = "00"
               DISPLAY "AVISO: SEM CATIVOS POS (CATIVOS_POS.DAT). "
                   "STATUS: " WS-FS-CATIVOS
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "RELATORIO-FRAUDE" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           INITIALIZE WS-TABELA-REGRAS.
           PERFORM 1000-CARREGAR-REGRAS.

           IF WS-FS-CATIVOS = "00"
               PERFORM UNTIL WS-FS-CATIVOS = "10"
                   READ FICHEIRO-CATIVOS-POS NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-CATIVOS
                       NOT AT END
                           IF HP-DATA = WS-DATA-HOJE
                               ADD 1 TO WS-TOTAL-APROVADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-CATIVOS-POS
           END-IF.

           IF WS-FS-ALERTAS = "00"
               PERFORM UNTIL WS-FS-ALERTAS = "10"
                   READ FICHEIRO-ALERTAS-FRAUDE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-ALERTAS
                       NOT AT END
                           IF ALERTA-PENDENTE
                               ADD 1 TO WS-TOTAL-PENDENTES
                           END-IF
                           IF AFR-DATA = WS-DATA-HOJE
                               PERFORM 2000-CONTAR-ALERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-ALERTAS-FRAUDE
           END-IF.

           COMPUTE WS-TOTAL-AVALIADAS =
               WS-TOTAL-APROVADAS + WS-TOTAL-RECUSADAS.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "* TAXAS DE DISPARO DAS REGRAS DE FRAUDE POS     *".
           DISPLAY "* DATA: " WS-DATA-HOJE
               "                                *".
           DISPLAY "-------------------------------------------------".
           DISPLAY "COMPRAS AVALIADAS      : " WS-TOTAL-AVALIADAS.
           DISPLAY "  APROVADAS            : " WS-TOTAL-APROVADAS.
           DISPLAY "  RECUSADAS PELAS REGRAS: " WS-TOTAL-RECUSADAS.
           DISPLAY "DISPAROS DE REGRAS     : " WS-TOTAL-DISPAROS.
           DISPLAY " ".
           DISPLAY "RG DESCRICAO                      AA  DISPAR."
               "   TAXA  RECUSAS  LEGIT FRAUDE".
           DISPLAY "------------------------------------------------"
               "------------------------------".
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-NUM-REGRAS
               PERFORM 3000-LINHA-REGRA
           END-PERFORM.
           DISPLAY "------------------------------------------------"
               "------------------------------".
           DISPLAY "TAXA = DISPAROS / COMPRAS AVALIADAS. AA = ACAO E "
               "ATIVA. LEGIT/FRAUDE = ALERTAS".
           DISPLAY "SINALIZADOS DO DIA JA DECIDIDOS EM REVISAO-FRAUDE."
           DISPLAY "ALERTAS PENDENTES NA FILA (TODAS AS DATAS): "
               WS-TOTAL-PENDENTES.
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-REGRAS.
           *> sem tabela as linhas saem so com o codigo da regra
           OPEN INPUT FICHEIRO-REGRAS-FRAUDE
           IF WS-FS-REGRAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FS-REGRAS = "10"
               READ FICHEIRO-REGRAS-FRAUDE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-REGRAS
                   NOT AT END
                       IF WS-NUM-REGRAS < WS-MAX-REGRAS
                           ADD 1 TO WS-NUM-REGRAS
                           MOVE RFR-CODIGO
                               TO WS-RF-CODIGO(WS-NUM-REGRAS)
                           MOVE RFR-DESCRICAO
                               TO WS-RF-DESCRICAO(WS-NUM-REGRAS)
                           MOVE RFR-ACAO TO WS-RF-ACAO(WS-NUM-REGRAS)
                           MOVE RFR-ATIVA
                               TO WS-RF-ATIVA(WS-NUM-REGRAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-REGRAS-FRAUDE.

       2000-CONTAR-ALERTA.
           ADD 1 TO WS-TOTAL-DISPAROS
           IF ALERTA-COMPRA-RECUSADA AND AFR-ORDEM = 1
               ADD 1 TO WS-TOTAL-RECUSADAS
           END-IF

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-NUM-REGRAS
                       OR WS-RF-CODIGO(WS-RF-IDX) = AFR-REGRA
               CONTINUE
           END-PERFORM
           IF WS-RF-IDX > WS-NUM-REGRAS
               IF WS-NUM-REGRAS >= WS-MAX-REGRAS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NUM-REGRAS
               MOVE WS-NUM-REGRAS TO WS-RF-IDX
               MOVE AFR-REGRA TO WS-RF-CODIGO(WS-RF-IDX)
               MOVE "(REGRA FORA DA TABELA)"
                   TO WS-RF-DESCRICAO(WS-RF-IDX)
               MOVE AFR-ACAO TO WS-RF-ACAO(WS-RF-IDX)
               MOVE "-" TO WS-RF-ATIVA(WS-RF-IDX)
           END-IF

           ADD 1 TO WS-RF-DISPAROS(WS-RF-IDX)
           IF ALERTA-COMPRA-RECUSADA
               ADD 1 TO WS-RF-RECUSADAS(WS-RF-IDX)
           END-IF
           IF ALERTA-LEGITIMO
               ADD 1 TO WS-RF-LEGITIMAS(WS-RF-IDX)
           END-IF
           IF ALERTA-FRAUDE
               ADD 1 TO WS-RF-FRAUDES(WS-RF-IDX)
           END-IF.

       3000-LINHA-REGRA.
           MOVE 0 TO WS-TAXA
           IF WS-TOTAL-AVALIADAS > 0
               COMPUTE WS-TAXA ROUNDED =
                   WS-RF-DISPAROS(WS-RF-IDX) * 100
                   / WS-TOTAL-AVALIADAS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-TAXA
               END-COMPUTE
           END-IF
           MOVE WS-RF-CODIGO(WS-RF-IDX) TO WS-LR-CODIGO
           MOVE WS-RF-DESCRICAO(WS-RF-IDX) TO WS-LR-DESCRICAO
           MOVE WS-RF-ACAO(WS-RF-IDX) TO WS-LR-ACAO
           MOVE WS-RF-ATIVA(WS-RF-IDX) TO WS-LR-ATIVA
           MOVE WS-RF-DISPAROS(WS-RF-IDX) TO WS-LR-DISPAROS
           MOVE WS-TAXA TO WS-LR-TAXA
           MOVE WS-RF-RECUSADAS(WS-RF-IDX) TO WS-LR-RECUSADAS
           MOVE WS-RF-LEGITIMAS(WS-RF-IDX) TO WS-LR-LEGITIMAS
           MOVE WS-RF-FRAUDES(WS-RF-IDX) TO WS-LR-FRAUDES
           DISPLAY WS-LINHA-REGRA.

           COPY RUNCTL.

           COPY DATANEG.
