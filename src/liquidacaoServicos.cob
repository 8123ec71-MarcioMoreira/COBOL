       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACAO-SERVICOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PAGAMENTOS
               ASSIGN TO "data/pagamentos_servicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WS-FS-PAGAMENTOS.

           SELECT FICHEIRO-ENTIDADES ASSIGN TO "data/entidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CODIGO
               FILE STATUS IS WS-FS-ENTIDADES.

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

           SELECT FICHEIRO-COMPENSACAO-SAIDA
               ASSIGN TO "data/compensacao_sai.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPENSACAO.

           SELECT FICHEIRO-LIQUIDACAO ASSIGN TO WS-NOME-LIQUIDACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIQUIDACAO.

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
       FD  FICHEIRO-PAGAMENTOS.
           COPY PAGSERV.

       FD  FICHEIRO-ENTIDADES.
           COPY ENTIDADE.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-COMPENSACAO-SAIDA.
       01  REG-COMPENSACAO-SAIDA.
           *> layout do ficheiro de compensacao de saida (ver
           *> BANKFLOW): a liquidacao a uma entidade com conta noutro
           *> banco segue como uma transferencia da conta de servicos
           05 CS-CONTA-ORIGEM        PIC 9(09).
           05 CS-CONTA-DESTINO       PIC 9(09).
           05 CS-VALOR               PIC 9(07)V99.
           05 CS-MOEDA               PIC X(03).
           05 CS-DATA                PIC 9(08).

       FD  FICHEIRO-LIQUIDACAO.
       *> um ficheiro por entidade e por dia de negocio
       *> (data/servicos_EEEEE_AAAAMMDD.dat): um cabecalho 'H', um
       *> detalhe 'D' por pagamento e um fecho 'T' com o numero de
       *> pagamentos e o total transferido para a entidade
       01  REG-LIQ-CABECALHO.
           05 LQ-TIPO-REG            PIC X(01).
           05 LQ-H-ENTIDADE          PIC 9(05).
           05 LQ-H-NOME              PIC X(30).
           05 LQ-H-DATA              PIC 9(08).
           05 LQ-H-MOEDA             PIC X(03).
           05 LQ-H-BANCO             PIC 9(04).
           05 LQ-H-CONTA             PIC 9(09).
       01  REG-LIQ-DETALHE.
           05 FILLER                 PIC X(01).
           05 LQ-D-REFERENCIA        PIC 9(09).
           05 LQ-D-VALOR             PIC 9(07)V99.
           05 LQ-D-DATA              PIC 9(08).
           05 LQ-D-MOV-ID            PIC 9(09).
           05 LQ-D-CANAL             PIC X(01).
       01  REG-LIQ-FECHO.
           05 FILLER                 PIC X(01).
           05 LQ-T-QUANTIDADE        PIC 9(07).
           05 LQ-T-TOTAL             PIC 9(07)V99.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-PAGAMENTOS        PIC XX.
       77  WS-FS-ENTIDADES         PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-COMPENSACAO       PIC XX.
       77  WS-FS-LIQUIDACAO        PIC XX.
       77  WS-NOME-LIQUIDACAO      PIC X(40).
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-DATA-HOJE            PIC 9(08).

       *> Conta transitoria onde BANKFLOW e BANKFLOW-BATCH creditam
       *> os pagamentos de servicos ate a liquidacao, e conta
       *> transitoria de compensacao interbancaria (ver BANKFLOW).
       77  WS-CONTA-SERVICOS       PIC 9(09) VALUE 999999905.
       77  WS-CONTA-SUSPENSA       PIC 9(09) VALUE 999999901.
       77  WS-CONTA-CREDITO        PIC 9(09).

       *> Entidade em tratamento e o que nela se liquida hoje: a
       *> primeira passagem conta, a segunda grava e marca os mesmos
       *> pagamentos (o total para no maximo que uma perna suporta;
       *> o que sobrar fica pendente para a noite seguinte).
       77  WS-ENTIDADE-ATUAL       PIC 9(05).
       77  WS-QTD-ENTIDADE         PIC 9(07).
       77  WS-QTD-GRAVADOS         PIC 9(07).
       77  WS-TOTAL-ENTIDADE       PIC 9(07)V99.
       77  WS-ENTIDADE-OK          PIC X.
           88 ENTIDADE-LIQUIDAVEL    VALUE 'S'.
       77  WS-FUNDOS-OK            PIC X.
           88 FUNDOS-TRANSFERIDOS    VALUE 'S'.
       77  WS-TOTAL-PASSAGEM-CHEIA PIC X.
           88 TOTAL-NO-LIMITE        VALUE 'S'.

       77  WS-TOTAL-ENTIDADES      PIC 9(05) VALUE 0.
       77  WS-TOTAL-PAGAMENTOS     PIC 9(07) VALUE 0.
       77  WS-TOTAL-RETIDAS        PIC 9(05) VALUE 0.

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'T-Saida da conta de servicos', 'E-Entrada na conta da
           *> entidade (ou na de compensacao)'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O FICHEIRO-PAGAMENTOS.
           IF WS-FS-PAGAMENTOS = "35"
               DISPLAY "SEM PAGAMENTOS DE SERVICOS - NADA A LIQUIDAR."
               OPEN OUTPUT FICHEIRO-PAGAMENTOS
               CLOSE FICHEIRO-PAGAMENTOS
               OPEN I-O FICHEIRO-PAGAMENTOS
           END-IF.
           IF WS-FS-PAGAMENTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PAGAMENTOS: "
                   WS-FS-PAGAMENTOS
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-ENTIDADES.
           IF WS-FS-ENTIDADES NOT = "00"
               CLOSE FICHEIRO-PAGAMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE ENTIDADES: "
                   WS-FS-ENTIDADES
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-PAGAMENTOS
               CLOSE FICHEIRO-ENTIDADES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           *> sem conta de servicos nao ha de onde pagar as
           *> entidades: o lote aborta antes de marcar pagamentos
           MOVE WS-CONTA-SERVICOS TO NR-CONTA-FILE.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   CLOSE FICHEIRO-PAGAMENTOS
                   CLOSE FICHEIRO-ENTIDADES
                   CLOSE FICHEIRO-CLIENTES
                   DISPLAY "ERRO: CONTA TRANSITORIA DE SERVICOS NAO "
                       "CONFIGURADA!"
                   STOP RUN
           END-READ.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-PAGAMENTOS
               CLOSE FICHEIRO-ENTIDADES
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
               CLOSE FICHEIRO-PAGAMENTOS
               CLOSE FICHEIRO-ENTIDADES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> o ficheiro de compensacao acumula ate ao envio, como
           *> em BANKFLOW
           OPEN EXTEND FICHEIRO-COMPENSACAO-SAIDA.
           IF WS-FS-COMPENSACAO = "35"
               OPEN OUTPUT FICHEIRO-COMPENSACAO-SAIDA
           END-IF.
           IF WS-FS-COMPENSACAO NOT = "00"
               CLOSE FICHEIRO-PAGAMENTOS
               CLOSE FICHEIRO-ENTIDADES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE COMPENSACAO: "
                   WS-FS-COMPENSACAO
               STOP RUN
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "LIQUIDACAO-SERVICOS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           DISPLAY "* LIQUIDACAO DE PAGAMENTOS SERVICOS *".
           DISPLAY "* DATA: " WS-DATA-HOJE "                  *".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           MOVE LOW-VALUES TO PG-CHAVE.
           START FICHEIRO-PAGAMENTOS KEY IS GREATER THAN PG-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PAGAMENTOS
           END-START.

           *> cada volta trata uma entidade inteira e reposiciona o
           *> ficheiro no primeiro pagamento da entidade seguinte
           PERFORM UNTIL WS-FS-PAGAMENTOS = "10"
               READ FICHEIRO-PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PAGAMENTOS
                   NOT AT END
                       MOVE PG-ENTIDADE TO WS-ENTIDADE-ATUAL
                       PERFORM 2000-LIQUIDAR-ENTIDADE
                       MOVE WS-ENTIDADE-ATUAL TO PG-ENTIDADE
                       MOVE 999999999 TO PG-MOV-ID
                       START FICHEIRO-PAGAMENTOS
                           KEY IS GREATER THAN PG-CHAVE
                           INVALID KEY
                               MOVE "10" TO WS-FS-PAGAMENTOS
                       END-START
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-PAGAMENTOS.
           CLOSE FICHEIRO-ENTIDADES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-COMPENSACAO-SAIDA.

           DISPLAY " ".
           DISPLAY "ENTIDADES LIQUIDADAS   : " WS-TOTAL-ENTIDADES.
           DISPLAY "PAGAMENTOS LIQUIDADOS  : " WS-TOTAL-PAGAMENTOS.
           DISPLAY "ENTIDADES RETIDAS      : " WS-TOTAL-RETIDAS.
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

       2000-LIQUIDAR-ENTIDADE.
           *> uma entidade suspensa deixa de aceitar pagamentos, mas
           *> os ja cobrados sao dela e continuam a ser liquidados
           PERFORM 2100-SOMAR-PENDENTES
           IF WS-QTD-ENTIDADE = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-VALIDAR-ENTIDADE
           IF NOT ENTIDADE-LIQUIDAVEL
               ADD 1 TO WS-TOTAL-RETIDAS
               MOVE WS-TOTAL-ENTIDADE TO WS-VALOR-FORMATADO
               DISPLAY "  ENTIDADE " WS-ENTIDADE-ATUAL " RETIDA: "
                   WS-QTD-ENTIDADE " PAGAMENTOS, "
                   WS-VALOR-FORMATADO " FICAM PENDENTES."
               EXIT PARAGRAPH
           END-IF

           STRING "data/servicos_"     DELIMITED BY SIZE
                  WS-ENTIDADE-ATUAL    DELIMITED BY SIZE
                  "_"                  DELIMITED BY SIZE
                  WS-DATA-HOJE         DELIMITED BY SIZE
                  ".dat"               DELIMITED BY SIZE
                  INTO WS-NOME-LIQUIDACAO
           END-STRING
           OPEN EXTEND FICHEIRO-LIQUIDACAO
           IF WS-FS-LIQUIDACAO = "35"
               OPEN OUTPUT FICHEIRO-LIQUIDACAO
           END-IF
           IF WS-FS-LIQUIDACAO NOT = "00"
               ADD 1 TO WS-TOTAL-RETIDAS
               DISPLAY "  ERRO AO ABRIR " WS-NOME-LIQUIDACAO
                   " - ENTIDADE " WS-ENTIDADE-ATUAL " RETIDA."
               EXIT PARAGRAPH
           END-IF

           PERFORM 3000-TRANSFERIR-FUNDOS
           IF NOT FUNDOS-TRANSFERIDOS
               CLOSE FICHEIRO-LIQUIDACAO
               ADD 1 TO WS-TOTAL-RETIDAS
               DISPLAY "  ENTIDADE " WS-ENTIDADE-ATUAL
                   " RETIDA: FUNDOS NAO TRANSFERIDOS."
               EXIT PARAGRAPH
           END-IF

           PERFORM 4000-GRAVAR-LIQUIDACAO
           CLOSE FICHEIRO-LIQUIDACAO

           ADD 1 TO WS-TOTAL-ENTIDADES
           ADD WS-QTD-GRAVADOS TO WS-TOTAL-PAGAMENTOS
           MOVE WS-TOTAL-ENTIDADE TO WS-VALOR-FORMATADO
           DISPLAY "ENTIDADE " WS-ENTIDADE-ATUAL " " ENT-NOME
           DISPLAY "  " WS-QTD-GRAVADOS " PAGAMENTOS, TOTAL "
               WS-VALOR-FORMATADO " " ENT-MOEDA " -> "
               WS-NOME-LIQUIDACAO.

       2100-SOMAR-PENDENTES.
           MOVE 0 TO WS-QTD-ENTIDADE
           MOVE 0 TO WS-TOTAL-ENTIDADE
           MOVE 'N' TO WS-TOTAL-PASSAGEM-CHEIA
           PERFORM 2500-POSICIONAR-ENTIDADE

           PERFORM UNTIL WS-FS-PAGAMENTOS = "10"
               READ FICHEIRO-PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PAGAMENTOS
                   NOT AT END
                       IF PG-ENTIDADE NOT = WS-ENTIDADE-ATUAL
                           MOVE "10" TO WS-FS-PAGAMENTOS
                       ELSE
                           IF PAGAMENTO-PENDENTE
                                   AND PG-DATA <= WS-DATA-HOJE
                                   AND NOT TOTAL-NO-LIMITE
                               ADD PG-VALOR TO WS-TOTAL-ENTIDADE
                                   ON SIZE ERROR
                                       MOVE 'S'
                                           TO WS-TOTAL-PASSAGEM-CHEIA
                                   NOT ON SIZE ERROR
                                       ADD 1 TO WS-QTD-ENTIDADE
                               END-ADD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PAGAMENTOS.

       2200-VALIDAR-ENTIDADE.
           MOVE 'N' TO WS-ENTIDADE-OK
           MOVE WS-ENTIDADE-ATUAL TO ENT-CODIGO
           READ FICHEIRO-ENTIDADES
               INVALID KEY
                   DISPLAY "  ERRO: ENTIDADE " WS-ENTIDADE-ATUAL
                       " NAO EXISTE NO REGISTO!"
                   EXIT PARAGRAPH
           END-READ

           *> a conta de servicos tem de estar na moeda da entidade
           MOVE WS-CONTA-SERVICOS TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "  ERRO AO LER CONTA DE SERVICOS!"
                   EXIT PARAGRAPH
           END-READ
           IF MOEDA-FILE NOT = ENT-MOEDA
               DISPLAY "  ERRO: CONTA DE SERVICOS NOUTRA MOEDA QUE A "
                   "ENTIDADE " WS-ENTIDADE-ATUAL "!"
               EXIT PARAGRAPH
           END-IF

           *> noutro banco: a perna de credito fica na conta de
           *> compensacao e o valor segue no ficheiro de saida
           IF ENT-BANCO-LIQUIDACAO NOT = 0
               MOVE WS-CONTA-SUSPENSA TO WS-CONTA-CREDITO
           ELSE
               MOVE ENT-CONTA-LIQUIDACAO TO WS-CONTA-CREDITO
           END-IF
           MOVE WS-CONTA-CREDITO TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "  ERRO: CONTA DE LIQUIDACAO "
                       WS-CONTA-CREDITO " NAO EXISTE!"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-PERMITE-CREDITO
               DISPLAY "  ERRO: CONTA DE LIQUIDACAO "
                   WS-CONTA-CREDITO " NAO ACEITA CREDITOS!"
               EXIT PARAGRAPH
           END-IF
           IF MOEDA-FILE NOT = ENT-MOEDA
               DISPLAY "  ERRO: CONTA DE LIQUIDACAO "
                   WS-CONTA-CREDITO " NOUTRA MOEDA!"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-ENTIDADE-OK.

       2500-POSICIONAR-ENTIDADE.
           MOVE WS-ENTIDADE-ATUAL TO PG-ENTIDADE
           MOVE 0 TO PG-MOV-ID
           START FICHEIRO-PAGAMENTOS KEY IS NOT LESS THAN PG-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PAGAMENTOS
           END-START.

       3000-TRANSFERIR-FUNDOS.
           *> debito da conta de servicos e credito na conta da
           *> entidade (ou na de compensacao); so depois se grava o
           *> ficheiro e se marcam os pagamentos
           MOVE 'N' TO WS-FUNDOS-OK
           MOVE WS-CONTA-SERVICOS TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "  ERRO AO LER CONTA DE SERVICOS!"
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-TOTAL-ENTIDADE FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "  ERRO AO DEBITAR CONTA DE SERVICOS!"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-CONTA-SERVICOS TO WS-LOG-CONTA
           MOVE WS-TOTAL-ENTIDADE TO WS-LOG-VALOR
           MOVE "T" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           MOVE 'T' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           MOVE WS-CONTA-CREDITO TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "  ERRO AO LER CONTA DE LIQUIDACAO "
                       WS-CONTA-CREDITO "!"
               NOT INVALID KEY
                   ADD WS-TOTAL-ENTIDADE TO SALDO-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "  ERRO AO CREDITAR CONTA DE "
                               "LIQUIDACAO " WS-CONTA-CREDITO "!"
                       NOT INVALID KEY
                           MOVE 'S' TO WS-FUNDOS-OK
                           MOVE WS-CONTA-CREDITO TO WS-LOG-CONTA
                           MOVE WS-TOTAL-ENTIDADE TO WS-LOG-VALOR
                           MOVE "E" TO WS-LOG-TIPO-OP
                           PERFORM 9100-GRAVAR-LOG
                           MOVE 'E' TO WS-MOV-TIPO-OP
                           PERFORM 9200-GRAVAR-MOVIMENTO
                   END-REWRITE
           END-READ

           *> a perna de debito ja foi gravada: sem credito repoe-se
           *> o saldo da conta de servicos para o dia fechar certo
           IF NOT FUNDOS-TRANSFERIDOS
               PERFORM 3100-REPOR-CONTA-SERVICOS
               EXIT PARAGRAPH
           END-IF

           IF ENT-BANCO-LIQUIDACAO NOT = 0
               MOVE WS-CONTA-SERVICOS TO CS-CONTA-ORIGEM
               MOVE ENT-CONTA-LIQUIDACAO TO CS-CONTA-DESTINO
               MOVE WS-TOTAL-ENTIDADE TO CS-VALOR
               MOVE ENT-MOEDA TO CS-MOEDA
               MOVE WS-DATA-HOJE TO CS-DATA
               WRITE REG-COMPENSACAO-SAIDA
               IF WS-FS-COMPENSACAO NOT = "00"
                   DISPLAY "  ERRO AO GRAVAR NO FICHEIRO DE "
                       "COMPENSACAO!"
               ELSE
                   DISPLAY "  LIQUIDACAO ENVIADA PARA COMPENSACAO "
                       "(BANCO " ENT-BANCO-LIQUIDACAO ")."
               END-IF
           END-IF.

       3100-REPOR-CONTA-SERVICOS.
           MOVE WS-CONTA-SERVICOS TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "  ERRO AO REPOR CONTA DE SERVICOS!"
               NOT INVALID KEY
                   ADD WS-TOTAL-ENTIDADE TO SALDO-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "  ERRO AO REPOR CONTA DE "
                               "SERVICOS!"
                       NOT INVALID KEY
                           MOVE WS-CONTA-SERVICOS TO WS-LOG-CONTA
                           MOVE WS-TOTAL-ENTIDADE TO WS-LOG-VALOR
                           MOVE "E" TO WS-LOG-TIPO-OP
                           PERFORM 9100-GRAVAR-LOG
                           MOVE 'E' TO WS-MOV-TIPO-OP
                           PERFORM 9200-GRAVAR-MOVIMENTO
                   END-REWRITE
           END-READ.

       4000-GRAVAR-LIQUIDACAO.
           MOVE SPACES TO REG-LIQ-CABECALHO
           MOVE "H" TO LQ-TIPO-REG
           MOVE WS-ENTIDADE-ATUAL TO LQ-H-ENTIDADE
           MOVE ENT-NOME TO LQ-H-NOME
           MOVE WS-DATA-HOJE TO LQ-H-DATA
           MOVE ENT-MOEDA TO LQ-H-MOEDA
           MOVE ENT-BANCO-LIQUIDACAO TO LQ-H-BANCO
           MOVE ENT-CONTA-LIQUIDACAO TO LQ-H-CONTA
           WRITE REG-LIQ-CABECALHO

           *> segunda passagem: os mesmos pagamentos da primeira, pela
           *> mesma ordem da chave
           MOVE 0 TO WS-QTD-GRAVADOS
           PERFORM 2500-POSICIONAR-ENTIDADE

           PERFORM UNTIL WS-FS-PAGAMENTOS = "10"
               READ FICHEIRO-PAGAMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PAGAMENTOS
                   NOT AT END
                       IF PG-ENTIDADE NOT = WS-ENTIDADE-ATUAL
                               OR WS-QTD-GRAVADOS >= WS-QTD-ENTIDADE
                           MOVE "10" TO WS-FS-PAGAMENTOS
                       ELSE
                           IF PAGAMENTO-PENDENTE
                                   AND PG-DATA <= WS-DATA-HOJE
                               PERFORM 4100-GRAVAR-DETALHE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PAGAMENTOS

           MOVE SPACES TO REG-LIQ-FECHO
           MOVE "T" TO LQ-TIPO-REG
           MOVE WS-QTD-GRAVADOS TO LQ-T-QUANTIDADE
           MOVE WS-TOTAL-ENTIDADE TO LQ-T-TOTAL
           WRITE REG-LIQ-FECHO
           IF WS-FS-LIQUIDACAO NOT = "00"
               DISPLAY "  ERRO AO GRAVAR " WS-NOME-LIQUIDACAO "!"
           END-IF.

       4100-GRAVAR-DETALHE.
           MOVE SPACES TO REG-LIQ-DETALHE
           MOVE "D" TO LQ-TIPO-REG
           MOVE PG-REFERENCIA TO LQ-D-REFERENCIA
           MOVE PG-VALOR TO LQ-D-VALOR
           MOVE PG-DATA TO LQ-D-DATA
           MOVE PG-MOV-ID TO LQ-D-MOV-ID
           MOVE PG-CANAL TO LQ-D-CANAL
           WRITE REG-LIQ-DETALHE
           ADD 1 TO WS-QTD-GRAVADOS

           MOVE "L" TO PG-ESTADO
           MOVE WS-DATA-HOJE TO PG-DATA-LIQUIDACAO
           REWRITE REG-PAGAMENTO-SERVICO
               INVALID KEY
                   DISPLAY "  ERRO AO MARCAR O PAGAMENTO "
                       PG-MOV-ID " COMO LIQUIDADO!"
           END-REWRITE.

       9100-GRAVAR-LOG.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-HOJE TO WS-LOG-DATA

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
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO!"
           END-WRITE.

           COPY RUNCTL.

           COPY DATANEG.
