       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-RECLAMACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-RECLAMACOES ASSIGN TO "data/reclamacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCL-ID
               FILE STATUS IS WS-FS-RECLAMACOES.

           SELECT FICHEIRO-FERIADOS ASSIGN TO "data/feriados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-RECLAMACOES.
           COPY RECLAMACAO.

       FD  FICHEIRO-FERIADOS.
       01  REG-FERIADO              PIC 9(08).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY DIAUTILWS.

       77  WS-FS-RECLAMACOES       PIC XX.
       77  WS-FS-FERIADOS          PIC XX.

       *> mes do mapa (AAAAMM) e os seus limites
       77  WS-MES-PEDIDO           PIC 9(06).
       77  WS-DATA-INICIO          PIC 9(08).
       77  WS-DATA-FIM             PIC 9(08).
       77  WS-DIAS-INTEIRO         PIC 9(07).
       01  WS-DATA-PROX-MES.
           05 WS-PM-ANO            PIC 9(04).
           05 WS-PM-MES            PIC 9(02).
           05 WS-PM-DIA            PIC 9(02).
       01  WS-DATA-PROX-MES-N REDEFINES WS-DATA-PROX-MES PIC 9(08).

       *> contagens do mes por categoria e por canal
       01  WS-CODIGOS-CATEGORIA    PIC X(16)
               VALUE "COJUTRCACRATFROU".
       01  WS-LISTA-CATEGORIAS REDEFINES WS-CODIGOS-CATEGORIA.
           05 WS-CAT-CODIGO OCCURS 8 TIMES PIC X(02).
       01  WS-TABELA-CATEGORIAS.
           05 WS-CAT-ENTRADA OCCURS 8 TIMES.
              10 WS-CAT-RECEBIDAS    PIC 9(05).
              10 WS-CAT-RESPONDIDAS  PIC 9(05).
              10 WS-CAT-PROCEDENTES  PIC 9(05).
       77  WS-CAT-IDX              PIC 9(02).

       01  WS-CODIGOS-CANAL        PIC X(05) VALUE "BTELR".
       01  WS-LISTA-CANAIS REDEFINES WS-CODIGOS-CANAL.
           05 WS-CAN-CODIGO OCCURS 5 TIMES PIC X(01).
       01  WS-TABELA-CANAIS.
           05 WS-CAN-ENTRADA OCCURS 5 TIMES.
              10 WS-CAN-RECEBIDAS    PIC 9(05).
              10 WS-CAN-RESPONDIDAS  PIC 9(05).
              10 WS-CAN-PROCEDENTES  PIC 9(05).
       77  WS-CAN-IDX              PIC 9(02).

       77  WS-TOTAL-RECEBIDAS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-RESPONDIDAS    PIC 9(05) VALUE 0.
       77  WS-TOTAL-NO-PRAZO       PIC 9(05) VALUE 0.
       77  WS-TOTAL-FORA-PRAZO     PIC 9(05) VALUE 0.
       77  WS-TOTAL-PROCEDENTES    PIC 9(05) VALUE 0.
       77  WS-TOTAL-IMPROCEDENTES  PIC 9(05) VALUE 0.
       77  WS-TOTAL-FECHADAS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-ESCALADAS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-PENDENTES-FIM  PIC 9(05) VALUE 0.
       77  WS-TOTAL-COMPENSADAS    PIC 9(05) VALUE 0.
       77  WS-VALOR-COMPENSADO     PIC 9(09)V99 VALUE 0.
       77  WS-SOMA-DIAS-RESPOSTA   PIC 9(07) VALUE 0.
       77  WS-MEDIA-DIAS           PIC 9(03)V9.
       77  WS-MEDIA-FORMATADA      PIC ZZ9.9.
       77  WS-VALOR-FORMATADO      PIC Z,ZZZ,ZZZ,ZZ9.99.

       *> lista de envelhecimento das pendentes fora de prazo, a
       *> data de negocio, em dias uteis de atraso
       77  WS-DIAS-ATRASO          PIC 9(05).
       77  WS-AGE-ATE-5            PIC 9(05) VALUE 0.
       77  WS-AGE-ATE-15           PIC 9(05) VALUE 0.
       77  WS-AGE-MAIS-15          PIC 9(05) VALUE 0.

       01  WS-LINHA-CONTAGEM.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 WS-LC-CODIGO          PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LC-RECEBIDAS       PIC ZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LC-RESPONDIDAS     PIC ZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 WS-LC-PROCEDENTES     PIC ZZZZ9.

       01  WS-LINHA-ATRASO.
           05 WS-LA-ID              PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-CONTA           PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-CATEGORIA       PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-ESTADO          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-ABERTURA        PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-LIMITE          PIC 9(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-ATRASO          PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-OPERADOR        PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LA-SUPERVISOR      PIC 9(09).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   MAPA MENSAL DE RECLAMACOES DE CLIENTES".
           DISPLAY "-------------------------------------------------".
           DISPLAY "MES DO MAPA (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-MES-PEDIDO.
           COMPUTE WS-DATA-INICIO = WS-MES-PEDIDO * 100 + 1.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INICIO) NOT = 0
               DISPLAY "ERRO: MES INVALIDO."
               STOP RUN
           END-IF.

           *> ultimo dia do mes: vespera do dia 1 do mes seguinte
           MOVE WS-DATA-INICIO TO WS-DATA-PROX-MES-N.
           IF WS-PM-MES = 12
               ADD 1 TO WS-PM-ANO
               MOVE 1 TO WS-PM-MES
           ELSE
               ADD 1 TO WS-PM-MES
           END-IF.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES-N) - 1.
           COMPUTE WS-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO).

           OPEN INPUT FICHEIRO-RECLAMACOES.
           IF WS-FS-RECLAMACOES NOT = "00"
               DISPLAY "ERRO AO ABRIR RECLAMACOES.DAT. STATUS: "
                   WS-FS-RECLAMACOES
               STOP RUN
           END-IF.

           PERFORM 8940-CARREGAR-FERIADOS.
           INITIALIZE WS-TABELA-CATEGORIAS.
           INITIALIZE WS-TABELA-CANAIS.

           DISPLAY " ".
           DISPLAY "PERIODO DE " WS-DATA-INICIO " A " WS-DATA-FIM.
           DISPLAY " ".
           DISPLAY "RECLAMACOES PENDENTES FORA DE PRAZO A "
               WS-DATA-NEGOCIO.
           DISPLAY "RECLAMACAO CONTA     CT E ABERTURA LIMITE   "
               "ATRASO RESPONSAV. SUPERVISOR".
           DISPLAY "-------------------------------------------------"
               "-------------------------".

           PERFORM UNTIL WS-FS-RECLAMACOES = "10"
               READ FICHEIRO-RECLAMACOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-RECLAMACOES
                   NOT AT END
                       PERFORM 2000-CONTAR-RECLAMACAO
                       IF RECLAMACAO-PENDENTE
                               AND RCL-DATA-LIMITE < WS-DATA-NEGOCIO
                           PERFORM 3000-LISTAR-ATRASO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-RECLAMACOES.

           DISPLAY "-------------------------------------------------"
               "-------------------------".
           DISPLAY "ATRASO 1 A 5 DIAS UTEIS   : " WS-AGE-ATE-5.
           DISPLAY "ATRASO 6 A 15 DIAS UTEIS  : " WS-AGE-ATE-15.
           DISPLAY "ATRASO + DE 15 DIAS UTEIS : " WS-AGE-MAIS-15.

           PERFORM 4000-MOSTRAR-ESTATISTICA.
           STOP RUN.

       2000-CONTAR-RECLAMACAO.
           IF RCL-DATA-ABERTURA >= WS-DATA-INICIO
                   AND RCL-DATA-ABERTURA <= WS-DATA-FIM
               ADD 1 TO WS-TOTAL-RECEBIDAS
               PERFORM 2100-LOCALIZAR-CONTADORES
               IF WS-CAT-IDX <= 8
                   ADD 1 TO WS-CAT-RECEBIDAS(WS-CAT-IDX)
               END-IF
               IF WS-CAN-IDX <= 5
                   ADD 1 TO WS-CAN-RECEBIDAS(WS-CAN-IDX)
               END-IF
           END-IF

           IF RCL-DATA-RESPOSTA >= WS-DATA-INICIO
                   AND RCL-DATA-RESPOSTA <= WS-DATA-FIM
               PERFORM 2200-CONTAR-RESPOSTA
           END-IF

           IF RCL-DATA-FECHO >= WS-DATA-INICIO
                   AND RCL-DATA-FECHO <= WS-DATA-FIM
               ADD 1 TO WS-TOTAL-FECHADAS
           END-IF

           IF RCL-DATA-ESCALADA >= WS-DATA-INICIO
                   AND RCL-DATA-ESCALADA <= WS-DATA-FIM
               ADD 1 TO WS-TOTAL-ESCALADAS
           END-IF

           *> por responder no ultimo dia do mes
           IF RCL-DATA-ABERTURA <= WS-DATA-FIM
                   AND (RCL-DATA-RESPOSTA = 0
                        OR RCL-DATA-RESPOSTA > WS-DATA-FIM)
               ADD 1 TO WS-TOTAL-PENDENTES-FIM
           END-IF.

       2100-LOCALIZAR-CONTADORES.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 8
                      OR WS-CAT-CODIGO(WS-CAT-IDX) = RCL-CATEGORIA
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > 5
                      OR WS-CAN-CODIGO(WS-CAN-IDX) = RCL-CANAL
               CONTINUE
           END-PERFORM.

       2200-CONTAR-RESPOSTA.
           ADD 1 TO WS-TOTAL-RESPONDIDAS
           PERFORM 2100-LOCALIZAR-CONTADORES
           IF WS-CAT-IDX <= 8
               ADD 1 TO WS-CAT-RESPONDIDAS(WS-CAT-IDX)
           END-IF
           IF WS-CAN-IDX <= 5
               ADD 1 TO WS-CAN-RESPONDIDAS(WS-CAN-IDX)
           END-IF

           IF RESULTADO-PROCEDENTE
               ADD 1 TO WS-TOTAL-PROCEDENTES
               IF WS-CAT-IDX <= 8
                   ADD 1 TO WS-CAT-PROCEDENTES(WS-CAT-IDX)
               END-IF
               IF WS-CAN-IDX <= 5
                   ADD 1 TO WS-CAN-PROCEDENTES(WS-CAN-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-IMPROCEDENTES
           END-IF

           IF RCL-DATA-RESPOSTA <= RCL-DATA-LIMITE
               ADD 1 TO WS-TOTAL-NO-PRAZO
           ELSE
               ADD 1 TO WS-TOTAL-FORA-PRAZO
           END-IF

           MOVE RCL-DATA-ABERTURA TO WS-DU-DATA-INICIO
           MOVE RCL-DATA-RESPOSTA TO WS-DU-DATA-FIM
           PERFORM 8944-CONTAR-DIAS-UTEIS
           ADD WS-DU-CONTAGEM TO WS-SOMA-DIAS-RESPOSTA

           IF COMPENSACAO-LANCADA
               ADD 1 TO WS-TOTAL-COMPENSADAS
               ADD RCL-VALOR-COMPENSADO TO WS-VALOR-COMPENSADO
           END-IF.

       3000-LISTAR-ATRASO.
           MOVE RCL-DATA-LIMITE TO WS-DU-DATA-INICIO
           MOVE WS-DATA-NEGOCIO TO WS-DU-DATA-FIM
           PERFORM 8944-CONTAR-DIAS-UTEIS
           MOVE WS-DU-CONTAGEM TO WS-DIAS-ATRASO
           *> limite num sabado/feriado ja passado sem dia util
           *> entretanto: ainda no prazo
           IF WS-DIAS-ATRASO = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO <= 5
                   ADD 1 TO WS-AGE-ATE-5
               WHEN WS-DIAS-ATRASO <= 15
                   ADD 1 TO WS-AGE-ATE-15
               WHEN OTHER
                   ADD 1 TO WS-AGE-MAIS-15
           END-EVALUATE

           MOVE RCL-ID TO WS-LA-ID
           MOVE RCL-CONTA TO WS-LA-CONTA
           MOVE RCL-CATEGORIA TO WS-LA-CATEGORIA
           MOVE RCL-ESTADO TO WS-LA-ESTADO
           MOVE RCL-DATA-ABERTURA TO WS-LA-ABERTURA
           MOVE RCL-DATA-LIMITE TO WS-LA-LIMITE
           MOVE WS-DIAS-ATRASO TO WS-LA-ATRASO
           MOVE RCL-OPERADOR TO WS-LA-OPERADOR
           MOVE RCL-SUPERVISOR TO WS-LA-SUPERVISOR
           DISPLAY WS-LINHA-ATRASO.

       4000-MOSTRAR-ESTATISTICA.
           DISPLAY " ".
           DISPLAY "ESTATISTICA DO MES (REPORTE AO REGULADOR)".
           DISPLAY "-------------------------------------------------".
           DISPLAY "RECEBIDAS NO MES          : " WS-TOTAL-RECEBIDAS.
           DISPLAY "RESPONDIDAS NO MES        : " WS-TOTAL-RESPONDIDAS.
           DISPLAY "  DENTRO DO PRAZO         : " WS-TOTAL-NO-PRAZO.
           DISPLAY "  FORA DO PRAZO           : " WS-TOTAL-FORA-PRAZO.
           DISPLAY "  PROCEDENTES             : " WS-TOTAL-PROCEDENTES.
           DISPLAY "  IMPROCEDENTES           : "
               WS-TOTAL-IMPROCEDENTES.
           MOVE 0 TO WS-MEDIA-DIAS
           IF WS-TOTAL-RESPONDIDAS > 0
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-SOMA-DIAS-RESPOSTA / WS-TOTAL-RESPONDIDAS
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-MEDIA-DIAS
               END-COMPUTE
           END-IF
           MOVE WS-MEDIA-DIAS TO WS-MEDIA-FORMATADA
           DISPLAY "  PRAZO MEDIO (DIAS UTEIS): " WS-MEDIA-FORMATADA.
           MOVE WS-VALOR-COMPENSADO TO WS-VALOR-FORMATADO
           DISPLAY "  COMPENSADAS             : " WS-TOTAL-COMPENSADAS
               "  VALOR " WS-VALOR-FORMATADO.
           DISPLAY "FECHADAS NO MES           : " WS-TOTAL-FECHADAS.
           DISPLAY "ESCALADAS NO MES          : " WS-TOTAL-ESCALADAS.
           DISPLAY "POR RESPONDER NO FIM DO MES: "
               WS-TOTAL-PENDENTES-FIM.

           DISPLAY " ".
           DISPLAY "POR CATEGORIA  RECEB.  RESPOND.  PROCED.".
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 8
               MOVE WS-CAT-CODIGO(WS-CAT-IDX) TO WS-LC-CODIGO
               MOVE WS-CAT-RECEBIDAS(WS-CAT-IDX) TO WS-LC-RECEBIDAS
               MOVE WS-CAT-RESPONDIDAS(WS-CAT-IDX)
                   TO WS-LC-RESPONDIDAS
               MOVE WS-CAT-PROCEDENTES(WS-CAT-IDX)
                   TO WS-LC-PROCEDENTES
               DISPLAY WS-LINHA-CONTAGEM
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "POR CANAL      RECEB.  RESPOND.  PROCED.".
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > 5
               MOVE WS-CAN-CODIGO(WS-CAN-IDX) TO WS-LC-CODIGO
               MOVE WS-CAN-RECEBIDAS(WS-CAN-IDX) TO WS-LC-RECEBIDAS
               MOVE WS-CAN-RESPONDIDAS(WS-CAN-IDX)
                   TO WS-LC-RESPONDIDAS
               MOVE WS-CAN-PROCEDENTES(WS-CAN-IDX)
                   TO WS-LC-PROCEDENTES
               DISPLAY WS-LINHA-CONTAGEM
           END-PERFORM.
           DISPLAY "CANAIS: B-BALCAO T-TELEFONE E-EMAIL/ONLINE "
               "L-LIVRO R-BANCO DE PORTUGAL".
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".

           COPY DIAUTIL.

           COPY DATANEG.
