       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-FUNDOS-PENDENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-FUNDOS-PENDENTES
               ASSIGN TO "data/fundos_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ID
               FILE STATUS IS WS-FS-FUNDOS.

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

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT FICHEIRO-AUDITORIA ASSIGN TO "data/auditoria_op.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-FUNDOS-PENDENTES.
           COPY FUNDOPEND.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.

       77  WS-FS-FUNDOS            PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-OPCAO                PIC X VALUE 'L'.
       77  WS-CONFIRMA             PIC X.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-DATA-VALOR           PIC 9(08).
       77  WS-TOTAL-PENDENTES      PIC 9(05) VALUE 0.
       77  WS-MOTIVO-TEXTO         PIC X(30).

       77  WS-FUNDO-PEDIDO         PIC 9(09).
       77  WS-CONTA-NOVA           PIC 9(09).

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'E-Entrada de transferencia', 'T-Transferir(saida)'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       *> Conta transitoria de compensacao interbancaria: a reparacao
       *> lanca as mesmas duas pernas que COMPENSACAO-ENTRADA teria
       *> lancado (credito ao cliente, debito na transitoria).
       77  WS-CONTA-SUSPENSA       PIC 9(09) VALUE 999999901.
       77  WS-MOEDA-SUSPENSA       PIC X(03).

       *> Conversao de moeda via EUR, como nos outros programas que
       *> usam data/cambio.dat.
       77  WS-MOEDA-ORIGEM         PIC X(03).
       77  WS-MOEDA-DESTINO        PIC X(03).
       77  WS-VALOR-OPERACAO       PIC 9(07)V99.
       77  WS-VALOR-CREDITO        PIC 9(07)V99.
       77  WS-VALOR-CLIENTE        PIC 9(07)V99.
       77  WS-VALOR-SUSPENSA       PIC 9(07)V99.
       77  WS-TAXA-MOEDA-ORIGEM    PIC 9(03)V9(06).
       77  WS-TAXA-MOEDA-DESTINO   PIC 9(03)V9(06).
       77  WS-VALOR-EUR            PIC 9(09)V9(06).
       77  WS-CAMBIO-OK            PIC X VALUE 'N'.
           88 CAMBIO-CALCULADO     VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL    VALUE 'S'.

       *> relatorio de envelhecimento dos fundos por aplicar
       77  WS-DIAS-HOJE            PIC 9(07).
       77  WS-DIAS-ENTRADA         PIC 9(07).
       77  WS-DIAS-PARADO          PIC S9(07).
       77  WS-AGE-ATE-2            PIC 9(05).
       77  WS-AGE-ATE-5            PIC 9(05).
       77  WS-AGE-ATE-10           PIC 9(05).
       77  WS-AGE-MAIS-10          PIC 9(05).
       77  WS-AGE-MOTIVO-01        PIC 9(05).
       77  WS-AGE-MOTIVO-02        PIC 9(05).
       77  WS-AGE-MOTIVO-03        PIC 9(05).
       77  WS-AGE-MOTIVO-04        PIC 9(05).
       77  WS-AGE-MOTIVO-05        PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> aplicar um credito estacionado mexe no saldo de clientes:
           *> exige operador autenticado, com rasto de auditoria
           MOVE "GESTAO-FUNDOS-PEND" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           OPEN I-O FICHEIRO-FUNDOS-PENDENTES.
           IF WS-FS-FUNDOS = "35"
               OPEN OUTPUT FICHEIRO-FUNDOS-PENDENTES
               CLOSE FICHEIRO-FUNDOS-PENDENTES
               OPEN I-O FICHEIRO-FUNDOS-PENDENTES
           END-IF.
           IF WS-FS-FUNDOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE FUNDOS POR APLICAR: "
                   WS-FS-FUNDOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-FUNDOS-PENDENTES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           MOVE WS-CONTA-SUSPENSA TO NR-CONTA-FILE.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   CLOSE FICHEIRO-FUNDOS-PENDENTES
                   CLOSE FICHEIRO-CLIENTES
                   DISPLAY "ERRO: CONTA TRANSITORIA DE COMPENSACAO "
                       "NAO CONFIGURADA!"
                   PERFORM 9700-FECHAR-SIGNON
                   STOP RUN
           END-READ.
           MOVE MOEDA-FILE TO WS-MOEDA-SUSPENSA.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-FUNDOS-PENDENTES
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOG: " WS-FS-LOG
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS = "35"
               OPEN OUTPUT FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-MOVIMENTOS
               OPEN I-O FICHEIRO-MOVIMENTOS
           END-IF.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-FUNDOS-PENDENTES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- FUNDOS DE COMPENSACAO POR APLICAR ---"
               DISPLAY "L - LISTAR FUNDOS PENDENTES"
               DISPLAY "R - REPARAR E APLICAR UM FUNDO"
               DISPLAY "A - RELATORIO DE ENVELHECIMENTO"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "L"
                       PERFORM 3000-LISTAR-PENDENTES
                   WHEN "R"
                       PERFORM 4000-REPARAR-FUNDO
                   WHEN "A"
                       PERFORM 5000-RELATORIO-ENVELHECIMENTO
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-FUNDOS-PENDENTES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
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

       3000-LISTAR-PENDENTES.
           DISPLAY " ".
           DISPLAY "FUNDO     ENTRADA  ORIGEM    DESTINO   "
               "        VALOR MOE MOTIVO".
           DISPLAY "---------------------------------------------"
               "-------------------------------".
           MOVE 0 TO WS-TOTAL-PENDENTES

           MOVE LOW-VALUES TO FP-ID
           START FICHEIRO-FUNDOS-PENDENTES KEY IS GREATER THAN FP-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-FUNDOS
           END-START

           PERFORM UNTIL WS-FS-FUNDOS = "10"
               READ FICHEIRO-FUNDOS-PENDENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-FUNDOS
                   NOT AT END
                       IF FUNDO-PENDENTE
                           ADD 1 TO WS-TOTAL-PENDENTES
                           PERFORM 8500-DESCREVER-MOTIVO
                           MOVE FP-VALOR TO WS-VALOR-FORMATADO
                           DISPLAY FP-ID " " FP-DATA-ENTRADA " "
                               FP-CONTA-ORIGEM " " FP-CONTA-DESTINO " "
                               WS-VALOR-FORMATADO " " FP-MOEDA " "
                               WS-MOTIVO-TEXTO
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "FUNDOS POR APLICAR: " WS-TOTAL-PENDENTES "."
           MOVE "00" TO WS-FS-FUNDOS.

       4000-REPARAR-FUNDO.
           DISPLAY " ".
           DISPLAY "--- REPARAR FUNDO POR APLICAR ---".
           DISPLAY "NUMERO DO FUNDO: " WITH NO ADVANCING
           ACCEPT WS-FUNDO-PEDIDO
           MOVE WS-FUNDO-PEDIDO TO FP-ID
           READ FICHEIRO-FUNDOS-PENDENTES
               INVALID KEY
                   DISPLAY "ERRO: FUNDO NAO ENCONTRADO!"
           END-READ
           IF WS-FS-FUNDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT FUNDO-PENDENTE
               DISPLAY "ERRO: O FUNDO JA NAO ESTA PENDENTE (ESTADO '"
                   FP-ESTADO "')."
               EXIT PARAGRAPH
           END-IF

           PERFORM 8500-DESCREVER-MOTIVO
           MOVE FP-VALOR TO WS-VALOR-FORMATADO
           DISPLAY "CREDITO DE " FP-CONTA-ORIGEM " PARA "
               FP-CONTA-DESTINO " - " WS-VALOR-FORMATADO " " FP-MOEDA
           DISPLAY "COMPENSACAO DE " FP-DATA-COMPENSACAO
               " - MOTIVO: " WS-MOTIVO-TEXTO
           DISPLAY "CONTA A CREDITAR (0 = A DO FICHEIRO): "
               WITH NO ADVANCING
           ACCEPT WS-CONTA-NOVA
           IF WS-CONTA-NOVA = 0
               MOVE FP-CONTA-DESTINO TO WS-CONTA-NOVA
           END-IF

           *> desviar o credito para outra conta que nao a indicada
           *> pelo banco de origem exige assinatura de supervisor
           IF WS-CONTA-NOVA NOT = FP-CONTA-DESTINO
                   AND NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: CREDITAR OUTRA CONTA EXIGE "
                   "ASSINATURA DE SUPERVISOR."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-NOVA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " WS-CONTA-NOVA
                       " NAO ENCONTRADA!"
           END-READ
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT CONTA-PERMITE-CREDITO
               DISPLAY "ERRO: CONTA " WS-CONTA-NOVA " COM ESTADO '"
                   ESTADO-CONTA-FILE "' - NAO ACEITA CREDITOS."
               EXIT PARAGRAPH
           END-IF

           *> valores a lancar: na moeda da conta do cliente e na da
           *> conta transitoria, como em COMPENSACAO-ENTRADA
           MOVE FP-VALOR TO WS-VALOR-OPERACAO
           MOVE FP-MOEDA TO WS-MOEDA-ORIGEM
           MOVE MOEDA-FILE TO WS-MOEDA-DESTINO
           IF WS-MOEDA-DESTINO NOT = WS-MOEDA-ORIGEM
               PERFORM 8000-CALCULAR-CAMBIO
           ELSE
               MOVE WS-VALOR-OPERACAO TO WS-VALOR-CREDITO
               MOVE 'S' TO WS-CAMBIO-OK
           END-IF
           IF NOT CAMBIO-CALCULADO
               DISPLAY "ERRO: SEM CONVERSAO DE " FP-MOEDA
                   " PARA " MOEDA-FILE " - CARREGUE A TAXA EM "
                   "TABELA-CAMBIO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-CREDITO TO WS-VALOR-CLIENTE

           MOVE WS-MOEDA-SUSPENSA TO WS-MOEDA-DESTINO
           IF WS-MOEDA-DESTINO NOT = WS-MOEDA-ORIGEM
               PERFORM 8000-CALCULAR-CAMBIO
               MOVE WS-VALOR-CREDITO TO WS-VALOR-SUSPENSA
           ELSE
               MOVE WS-VALOR-OPERACAO TO WS-VALOR-SUSPENSA
               MOVE 'S' TO WS-CAMBIO-OK
           END-IF
           IF NOT CAMBIO-CALCULADO
               DISPLAY "ERRO: SEM CONVERSAO PARA A CONTA TRANSITORIA!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALOR-CLIENTE TO WS-VALOR-FORMATADO
           DISPLAY "CREDITAR " WS-VALOR-FORMATADO " " MOEDA-FILE
               " NA CONTA " WS-CONTA-NOVA " (" NOME-FILE ")? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "REPARACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-CREDITAR-CLIENTE.

       4100-CREDITAR-CLIENTE.
           MOVE WS-VALOR-CLIENTE TO WS-VALOR-CREDITO
           ADD WS-VALOR-CREDITO TO SALDO-FILE

           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO CREDITAR CONTA " WS-CONTA-NOVA "!"
               NOT INVALID KEY
                   MOVE WS-CONTA-NOVA TO WS-LOG-CONTA
                   MOVE WS-VALOR-CREDITO TO WS-LOG-VALOR
                   MOVE "E" TO WS-LOG-TIPO-OP
                   PERFORM 9100-GRAVAR-LOG

                   *> o credito conta para juros desde a liquidacao
                   *> na compensacao, nao desde o dia da reparacao
                   *> (ver ACERTO-JUROS-VALOR)
                   IF FP-DATA-COMPENSACAO > WS-DATA-NEGOCIO
                      OR FUNCTION TEST-DATE-YYYYMMDD
                             (FP-DATA-COMPENSACAO) NOT = 0
                       MOVE WS-DATA-NEGOCIO TO WS-DATA-VALOR
                   ELSE
                       MOVE FP-DATA-COMPENSACAO TO WS-DATA-VALOR
                   END-IF
                   MOVE 'E' TO WS-MOV-TIPO-OP
                   PERFORM 9200-GRAVAR-MOVIMENTO

                   PERFORM 4200-DEBITAR-SUSPENSA
                   PERFORM 4300-MARCAR-APLICADO
           END-REWRITE.

       4200-DEBITAR-SUSPENSA.
           MOVE WS-CONTA-SUSPENSA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO LER CONTA TRANSITORIA!"
               NOT INVALID KEY
                   SUBTRACT WS-VALOR-SUSPENSA FROM SALDO-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO AO DEBITAR CONTA "
                               "TRANSITORIA!"
                       NOT INVALID KEY
                           MOVE WS-CONTA-SUSPENSA TO WS-LOG-CONTA
                           MOVE WS-VALOR-SUSPENSA TO WS-LOG-VALOR
                           MOVE "T" TO WS-LOG-TIPO-OP
                           PERFORM 9100-GRAVAR-LOG

                           MOVE WS-DATA-NEGOCIO TO WS-DATA-VALOR
                           MOVE 'T' TO WS-MOV-TIPO-OP
                           PERFORM 9200-GRAVAR-MOVIMENTO
                   END-REWRITE
           END-READ.

       4300-MARCAR-APLICADO.
           MOVE "A" TO FP-ESTADO
           MOVE WS-CONTA-NOVA TO FP-CONTA-APLICADA
           MOVE WS-DATA-NEGOCIO TO FP-DATA-RESOLUCAO
           MOVE WS-OPR-ATUAL TO FP-OPERADOR

           REWRITE REG-FUNDO-PENDENTE
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O FUNDO " FP-ID "!"
               NOT INVALID KEY
                   DISPLAY "FUNDO " FP-ID " APLICADO NA CONTA "
                       WS-CONTA-NOVA "."
                   MOVE "APLICAR-FUNDO" TO WS-AUD-ACAO
                   MOVE WS-CONTA-NOVA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5000-RELATORIO-ENVELHECIMENTO.
           DISPLAY " ".
           DISPLAY "--- ENVELHECIMENTO DOS FUNDOS POR APLICAR ---".
           MOVE 0 TO WS-AGE-ATE-2
           MOVE 0 TO WS-AGE-ATE-5
           MOVE 0 TO WS-AGE-ATE-10
           MOVE 0 TO WS-AGE-MAIS-10
           MOVE 0 TO WS-AGE-MOTIVO-01
           MOVE 0 TO WS-AGE-MOTIVO-02
           MOVE 0 TO WS-AGE-MOTIVO-03
           MOVE 0 TO WS-AGE-MOTIVO-04
           MOVE 0 TO WS-AGE-MOTIVO-05
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)

           MOVE LOW-VALUES TO FP-ID
           START FICHEIRO-FUNDOS-PENDENTES KEY IS GREATER THAN FP-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-FUNDOS
           END-START

           PERFORM UNTIL WS-FS-FUNDOS = "10"
               READ FICHEIRO-FUNDOS-PENDENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-FUNDOS
                   NOT AT END
                       IF FUNDO-PENDENTE
                           PERFORM 5100-ENVELHECER-UM-FUNDO
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY " ".
           DISPLAY "PARADOS ATE 2 DIAS    : " WS-AGE-ATE-2.
           DISPLAY "PARADOS 3 A 5 DIAS    : " WS-AGE-ATE-5.
           DISPLAY "PARADOS 6 A 10 DIAS   : " WS-AGE-ATE-10.
           DISPLAY "PARADOS HA + DE 10    : " WS-AGE-MAIS-10.
           DISPLAY " ".
           DISPLAY "CONTA INEXISTENTE     : " WS-AGE-MOTIVO-01.
           DISPLAY "CONTA NAO ACEITA CRED.: " WS-AGE-MOTIVO-02.
           DISPLAY "SEM CAMBIO P/ A CONTA : " WS-AGE-MOTIVO-03.
           DISPLAY "SEM CAMBIO P/ TRANSIT.: " WS-AGE-MOTIVO-04.
           DISPLAY "ERRO NO LANCAMENTO    : " WS-AGE-MOTIVO-05.
           MOVE "00" TO WS-FS-FUNDOS.

       5100-ENVELHECER-UM-FUNDO.
           COMPUTE WS-DIAS-ENTRADA =
               FUNCTION INTEGER-OF-DATE(FP-DATA-ENTRADA)
           COMPUTE WS-DIAS-PARADO = WS-DIAS-HOJE - WS-DIAS-ENTRADA

           EVALUATE TRUE
               WHEN MOTIVO-CONTA-INEXISTENTE
                   ADD 1 TO WS-AGE-MOTIVO-01
               WHEN MOTIVO-CONTA-SEM-CREDITO
                   ADD 1 TO WS-AGE-MOTIVO-02
               WHEN MOTIVO-SEM-CAMBIO-CONTA
                   ADD 1 TO WS-AGE-MOTIVO-03
               WHEN MOTIVO-SEM-CAMBIO-SUSP
                   ADD 1 TO WS-AGE-MOTIVO-04
               WHEN OTHER
                   ADD 1 TO WS-AGE-MOTIVO-05
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-DIAS-PARADO <= 2
                   ADD 1 TO WS-AGE-ATE-2
               WHEN WS-DIAS-PARADO <= 5
                   ADD 1 TO WS-AGE-ATE-5
               WHEN WS-DIAS-PARADO <= 10
                   ADD 1 TO WS-AGE-ATE-10
               WHEN OTHER
                   ADD 1 TO WS-AGE-MAIS-10
                   MOVE FP-VALOR TO WS-VALOR-FORMATADO
                   DISPLAY "FUNDO " FP-ID " PARADO HA "
                       WS-DIAS-PARADO " DIAS - " WS-VALOR-FORMATADO
                       " " FP-MOEDA " PARA " FP-CONTA-DESTINO
           END-EVALUATE.

       8000-CALCULAR-CAMBIO.
           *> converte WS-VALOR-OPERACAO de WS-MOEDA-ORIGEM para
           *> WS-MOEDA-DESTINO via EUR (1 unidade da moeda =
           *> CAMBIO-TAXA EUR, como em TABELA-CAMBIO), deixando o
           *> resultado em WS-VALOR-CREDITO
           MOVE 'N' TO WS-CAMBIO-OK

           IF NOT CAMBIO-DISPONIVEL
               DISPLAY "ERRO: TABELA DE CAMBIOS INDISPONIVEL!"
           ELSE
               MOVE WS-MOEDA-ORIGEM TO CAMBIO-MOEDA
               READ FICHEIRO-CAMBIO
                   INVALID KEY
                       DISPLAY "ERRO: SEM TAXA DE CAMBIO PARA "
                           WS-MOEDA-ORIGEM "!"
                   NOT INVALID KEY
                       MOVE CAMBIO-TAXA TO WS-TAXA-MOEDA-ORIGEM
                       MOVE WS-MOEDA-DESTINO TO CAMBIO-MOEDA
                       READ FICHEIRO-CAMBIO
                           INVALID KEY
                               DISPLAY "ERRO: SEM TAXA DE CAMBIO PARA "
                                   WS-MOEDA-DESTINO "!"
                           NOT INVALID KEY
                               MOVE CAMBIO-TAXA
                                   TO WS-TAXA-MOEDA-DESTINO
                               PERFORM 8100-APLICAR-CAMBIO
                       END-READ
               END-READ
           END-IF.

       8100-APLICAR-CAMBIO.
           *> uma taxa gravada a zero tornaria a divisao impossivel
           IF WS-TAXA-MOEDA-ORIGEM = 0 OR WS-TAXA-MOEDA-DESTINO = 0
               DISPLAY "ERRO: TAXA DE CAMBIO INVALIDA (ZERO)!"
           ELSE
               COMPUTE WS-VALOR-EUR =
                   WS-VALOR-OPERACAO * WS-TAXA-MOEDA-ORIGEM
               COMPUTE WS-VALOR-CREDITO ROUNDED =
                   WS-VALOR-EUR / WS-TAXA-MOEDA-DESTINO
               MOVE 'S' TO WS-CAMBIO-OK
           END-IF.

       8500-DESCREVER-MOTIVO.
           EVALUATE TRUE
               WHEN MOTIVO-CONTA-INEXISTENTE
                   MOVE "01 CONTA INEXISTENTE" TO WS-MOTIVO-TEXTO
               WHEN MOTIVO-CONTA-SEM-CREDITO
                   MOVE "02 CONTA NAO ACEITA CREDITOS"
                       TO WS-MOTIVO-TEXTO
               WHEN MOTIVO-SEM-CAMBIO-CONTA
                   MOVE "03 SEM CAMBIO PARA A CONTA" TO WS-MOTIVO-TEXTO
               WHEN MOTIVO-SEM-CAMBIO-SUSP
                   MOVE "04 SEM CAMBIO P/ TRANSITORIA"
                       TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE "05 ERRO NO LANCAMENTO" TO WS-MOTIVO-TEXTO
           END-EVALUATE.

       9100-GRAVAR-LOG.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-NEGOCIO TO WS-LOG-DATA

           WRITE REG-LOG-DADOS FROM WS-REGISTO-LOG.

           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE LOG!"
           END-IF.

       9200-GRAVAR-MOVIMENTO.
           MOVE WS-PROXIMO-ID-MOV TO MOV-ID
           ADD 1 TO WS-PROXIMO-ID-MOV
           MOVE WS-LOG-CONTA TO MOV-CONTA
           MOVE WS-MOV-TIPO-OP TO MOV-TIPO-OP
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-NEGOCIO TO MOV-DATA
           MOVE WS-DATA-VALOR TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO!"
           END-WRITE.

           COPY SIGNON.

           COPY DATANEG.
