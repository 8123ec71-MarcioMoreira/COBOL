       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESCRICAO-SALDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PRESCRICOES ASSIGN TO
               "data/prescricoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PRESCRICOES.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

           SELECT FICHEIRO-CIF-CONTAS ASSIGN TO "data/cif_contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CHAVE
               FILE STATUS IS WS-FS-CIF-CONTAS.

           SELECT FICHEIRO-TITULARES ASSIGN TO "data/titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-FS-TITULARES.

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

           SELECT FICHEIRO-DECLARACAO ASSIGN TO
               "data/prescricoes_estado.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECLARACAO.

           SELECT FICHEIRO-NOTIFICACOES
               ASSIGN TO "data/notificacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-ID
               FILE STATUS IS WS-FS-NOTIFICACOES.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PRESCRICOES.
           COPY PRESCRICAO.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-DECLARACAO.
       01  REG-DECLARACAO-ESTADO.
           *> um saldo entregue por linha, com a identificacao do
           *> titular, para a declaracao anual ao Estado; o ficheiro
           *> acumula e o envio corta pela data DE-DATA-ENTREGA
           05 DE-CONTA               PIC 9(09).
           05 DE-CIF                 PIC 9(09).
           05 DE-NOME                PIC X(30).
           05 DE-DOC-TIPO            PIC X(02).
           05 DE-DOC-NUMERO          PIC X(12).
           *> DDMMAAAA, como em CIF-NASCIMENTO
           05 DE-NASCIMENTO          PIC 9(08).
           05 DE-VALOR               PIC 9(07)V99.
           05 DE-MOEDA               PIC X(03).
           05 DE-DATA-ULTIMO-MOV     PIC 9(08).
           05 DE-DATA-AVISO          PIC 9(08).
           05 DE-DATA-ENTREGA        PIC 9(08).

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.

       77  WS-FS-PRESCRICOES       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-FS-DECLARACAO        PIC XX.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-TOTAL-AVISOS         PIC 9(05) VALUE 0.
       77  WS-TOTAL-ENTREGUES      PIC 9(05) VALUE 0.
       77  WS-TOTAL-ANULADOS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-ADIADOS        PIC 9(05) VALUE 0.
       77  WS-TOTAL-PRESCRITO      PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-FORMATADO      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'G-Saldo prescrito entregue ao Estado',
           *> 'E-Entrada na conta de saldos prescritos'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       *> Prazo legal sem movimento do cliente ate a prescricao do
       *> saldo e prazo do aviso previo ao titular, em dias de
       *> calendario.
       77  WS-ANOS-PRESCRICAO      PIC 9(02) VALUE 20.
       77  WS-DIAS-AVISO           PIC 9(03) VALUE 90.
       77  WS-DATA-CORTE           PIC 9(08).
       77  WS-DIAS-INTEIRO         PIC 9(08).

       *> Conta interna de saldos prescritos: passivo para com o
       *> Estado ate a entrega, e fonte das devolucoes a clientes que
       *> reclamem depois. Tem de existir em clients.dat (criada via
       *> SETUP-DATABASE), como as outras contas internas.
       77  WS-CONTA-PRESCRITOS     PIC 9(09) VALUE 999999904.
       77  WS-MOEDA-PRESCRITOS     PIC X(03).

       *> conta em tratamento
       77  WS-CONTA-ATUAL          PIC 9(09).
       77  WS-ULTIMO-MOV-CLIENTE   PIC 9(08).
       77  WS-CIF-TITULAR          PIC 9(09).
       77  WS-VALOR-ENTREGA        PIC 9(07)V99.
       77  WS-VALOR-INTERNA        PIC 9(07)V99.
       77  WS-AVISO-PENDENTE       PIC X.
           88 AVISO-JA-PENDENTE      VALUE 'S'.
       77  WS-DEBITO-OK            PIC X VALUE 'N'.
           88 DEBITO-EFETUADO      VALUE 'S'.

       *> Conversao de moeda via EUR, como nos outros programas que
       *> usam data/cambio.dat.
       77  WS-MOEDA-ORIGEM         PIC X(03).
       77  WS-MOEDA-DESTINO        PIC X(03).
       77  WS-VALOR-OPERACAO       PIC 9(07)V99.
       77  WS-VALOR-CREDITO        PIC 9(07)V99.
       77  WS-TAXA-MOEDA-ORIGEM    PIC 9(03)V9(06).
       77  WS-TAXA-MOEDA-DESTINO   PIC 9(03)V9(06).
       77  WS-VALOR-EUR            PIC 9(09)V9(06).
       77  WS-CAMBIO-OK            PIC X VALUE 'N'.
           88 CAMBIO-CALCULADO     VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL    VALUE 'S'.

       *> Fila de notificacoes a clientes (ver
       *> DESPACHO-NOTIFICACOES): sem ela nao ha aviso previo, e
       *> sem aviso nao ha prescricao - o lote recusa correr.
       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-PROXIMO-ID-NOTIF     PIC 9(09) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O FICHEIRO-PRESCRICOES.
           IF WS-FS-PRESCRICOES = "35"
               OPEN OUTPUT FICHEIRO-PRESCRICOES
               CLOSE FICHEIRO-PRESCRICOES
               OPEN I-O FICHEIRO-PRESCRICOES
           END-IF.
           IF WS-FS-PRESCRICOES NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PRESCRICOES: "
                   WS-FS-PRESCRICOES
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-PRESCRICOES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           *> sem conta de saldos prescritos nao ha onde guardar o
           *> valor a entregar: o lote aborta antes de tocar em
           *> clientes
           MOVE WS-CONTA-PRESCRITOS TO NR-CONTA-FILE.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   CLOSE FICHEIRO-PRESCRICOES
                   CLOSE FICHEIRO-CLIENTES
                   DISPLAY "ERRO: CONTA DE SALDOS PRESCRITOS NAO "
                       "CONFIGURADA!"
                   STOP RUN
           END-READ.
           MOVE MOEDA-FILE TO WS-MOEDA-PRESCRITOS.

           OPEN INPUT FICHEIRO-CIF.
           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF NOT = "00" OR WS-FS-CIF-CONTAS NOT = "00"
               CLOSE FICHEIRO-PRESCRICOES
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR O MESTRE DE CLIENTES: "
                   WS-FS-CIF " " WS-FS-CIF-CONTAS
               STOP RUN
           END-IF.
           OPEN INPUT FICHEIRO-TITULARES.

           OPEN I-O FICHEIRO-NOTIFICACOES.
           IF WS-FS-NOTIFICACOES = "35"
               OPEN OUTPUT FICHEIRO-NOTIFICACOES
               CLOSE FICHEIRO-NOTIFICACOES
               OPEN I-O FICHEIRO-NOTIFICACOES
           END-IF.
           IF WS-FS-NOTIFICACOES NOT = "00"
               CLOSE FICHEIRO-PRESCRICOES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               DISPLAY "ERRO AO ABRIR FILA DE NOTIFICACOES: "
                   WS-FS-NOTIFICACOES
               STOP RUN
           END-IF.
           PERFORM 1500-INICIALIZAR-ID-NOTIF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-PRESCRICOES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               CLOSE FICHEIRO-NOTIFICACOES
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
               CLOSE FICHEIRO-PRESCRICOES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               CLOSE FICHEIRO-NOTIFICACOES
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> a declaracao e a prova da entrega ao Estado: sem ela
           *> nao se transfere nada
           OPEN EXTEND FICHEIRO-DECLARACAO.
           IF WS-FS-DECLARACAO = "35"
               OPEN OUTPUT FICHEIRO-DECLARACAO
           END-IF.
           IF WS-FS-DECLARACAO NOT = "00"
               CLOSE FICHEIRO-PRESCRICOES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               CLOSE FICHEIRO-NOTIFICACOES
               CLOSE FICHEIRO-LOG
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE DECLARACAO: "
                   WS-FS-DECLARACAO
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           *> sem movimento do cliente ate esta data (inclusive), o
           *> saldo de uma conta dormente esta prescrito
           COMPUTE WS-DATA-CORTE =
               WS-DATA-HOJE - WS-ANOS-PRESCRICAO * 10000.

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           DISPLAY "* PRESCRICAO DE SALDOS DORMENTES    *".
           DISPLAY "* DATA: " WS-DATA-HOJE "                  *".
           DISPLAY "* SEM MOVIMENTO DESDE: " WS-DATA-CORTE "   *".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           *> fase 1: entrega dos avisos cujo prazo ja terminou;
           *> fase 2: avisos novos. Por esta ordem, uma conta acabada
           *> de entregar (saldo zero) nao volta a ser avisada.
           PERFORM 2000-ENTREGAR-AVISADOS.
           PERFORM 3000-AVISAR-DORMENTES.

           CLOSE FICHEIRO-PRESCRICOES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-CIF.
           CLOSE FICHEIRO-CIF-CONTAS.
           IF WS-FS-TITULARES = "00"
               CLOSE FICHEIRO-TITULARES
           END-IF.
           CLOSE FICHEIRO-NOTIFICACOES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-DECLARACAO.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.

           MOVE WS-TOTAL-PRESCRITO TO WS-TOTAL-FORMATADO.
           DISPLAY " ".
           DISPLAY "SALDOS ENTREGUES       : " WS-TOTAL-ENTREGUES.
           DISPLAY "AVISOS ANULADOS        : " WS-TOTAL-ANULADOS.
           DISPLAY "AVISOS ADIADOS         : " WS-TOTAL-ADIADOS.
           DISPLAY "AVISOS NOVOS ENVIADOS  : " WS-TOTAL-AVISOS.
           DISPLAY "TOTAL NA CONTA DE PRESCRITOS: " WS-TOTAL-FORMATADO
               " " WS-MOEDA-PRESCRITOS.
           DISPLAY "-------------------------------------".
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
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       1500-INICIALIZAR-ID-NOTIF.
           MOVE 1 TO WS-PROXIMO-ID-NOTIF
           MOVE LOW-VALUES TO NT-ID
           START FICHEIRO-NOTIFICACOES KEY IS GREATER THAN NT-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-NOTIFICACOES
           END-START

           PERFORM UNTIL WS-FS-NOTIFICACOES = "10"
               READ FICHEIRO-NOTIFICACOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-NOTIFICACOES
                   NOT AT END
                       COMPUTE WS-PROXIMO-ID-NOTIF = NT-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-NOTIFICACOES.

       2000-ENTREGAR-AVISADOS.
           MOVE LOW-VALUES TO PR-CHAVE
           START FICHEIRO-PRESCRICOES KEY IS GREATER THAN PR-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PRESCRICOES
           END-START

           PERFORM UNTIL WS-FS-PRESCRICOES = "10"
               READ FICHEIRO-PRESCRICOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PRESCRICOES
                   NOT AT END
                       IF PRESCRICAO-NOTIFICADA
                           PERFORM 2100-TRATAR-AVISO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PRESCRICOES.

       2100-TRATAR-AVISO.
           IF PR-DATA-LIMITE > WS-DATA-HOJE
               EXIT PARAGRAPH
           END-IF

           MOVE PR-CONTA TO WS-CONTA-ATUAL
           MOVE PR-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: AVISO " PR-CONTA " - CONTA NAO "
                       "ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ

           *> o aviso perde efeito se o cliente apareceu ou se a
           *> conta saiu de dormente (reativada, penhorada,
           *> congelada, falecido...)
           PERFORM 4000-ULTIMO-MOV-CLIENTE
           IF NOT CONTA-DORMENTE-FILE
                   OR WS-ULTIMO-MOV-CLIENTE > PR-DATA-ULTIMO-MOV
                   OR SALDO-FILE <= 0
               MOVE "A" TO PR-ESTADO
               REWRITE REG-PRESCRICAO
                   INVALID KEY
                       DISPLAY "ERRO AO ANULAR O AVISO DA CONTA "
                           PR-CONTA "!"
               END-REWRITE
               ADD 1 TO WS-TOTAL-ANULADOS
               DISPLAY "CONTA " PR-CONTA ": AVISO DE " PR-DATA-AVISO
                   " ANULADO (CONTA MOVIMENTADA OU FORA DE DORMENTE)."
               EXIT PARAGRAPH
           END-IF

           *> valores cativos ficam a espera do desfecho; o aviso
           *> continua pendente para o proximo lote
           IF SALDO-CATIVO-FILE > 0
               ADD 1 TO WS-TOTAL-ADIADOS
               DISPLAY "CONTA " PR-CONTA ": VALORES CATIVOS - "
                   "ENTREGA ADIADA."
               EXIT PARAGRAPH
           END-IF

           MOVE SALDO-FILE TO WS-VALOR-ENTREGA

           *> valor a creditar na conta de prescritos, na moeda dela
           MOVE WS-VALOR-ENTREGA TO WS-VALOR-OPERACAO
           MOVE MOEDA-FILE TO WS-MOEDA-ORIGEM
           MOVE WS-MOEDA-PRESCRITOS TO WS-MOEDA-DESTINO
           IF WS-MOEDA-DESTINO NOT = WS-MOEDA-ORIGEM
               PERFORM 8000-CALCULAR-CAMBIO
               MOVE WS-VALOR-CREDITO TO WS-VALOR-INTERNA
           ELSE
               MOVE WS-VALOR-ENTREGA TO WS-VALOR-INTERNA
               MOVE 'S' TO WS-CAMBIO-OK
           END-IF
           IF NOT CAMBIO-CALCULADO
               ADD 1 TO WS-TOTAL-ADIADOS
               DISPLAY "CONTA " PR-CONTA ": SEM CONVERSAO DE "
                   MOEDA-FILE " - ENTREGA ADIADA."
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-DEBITAR-CONTA
           IF DEBITO-EFETUADO
               PERFORM 2300-CREDITAR-PRESCRITOS
               PERFORM 2400-ATUALIZAR-PROCESSO
               PERFORM 2500-GRAVAR-DECLARACAO
           END-IF.

       2200-DEBITAR-CONTA.
           MOVE 'N' TO WS-DEBITO-OK
           SUBTRACT WS-VALOR-ENTREGA FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR A CONTA " PR-CONTA "!"
               NOT INVALID KEY
                   MOVE 'S' TO WS-DEBITO-OK
                   ADD 1 TO WS-TOTAL-ENTREGUES
                   MOVE WS-VALOR-ENTREGA TO WS-VALOR-FORMATADO
                   DISPLAY "CONTA " PR-CONTA ": ENTREGUE "
                       WS-VALOR-FORMATADO " " MOEDA-FILE

                   MOVE PR-CONTA TO WS-LOG-CONTA
                   MOVE WS-VALOR-ENTREGA TO WS-LOG-VALOR
                   MOVE "G" TO WS-LOG-TIPO-OP
                   PERFORM 9100-GRAVAR-LOG

                   MOVE WS-PROXIMO-ID-MOV TO PR-MOV-ENTREGA
                   MOVE 'G' TO WS-MOV-TIPO-OP
                   PERFORM 9200-GRAVAR-MOVIMENTO
           END-REWRITE.

       2300-CREDITAR-PRESCRITOS.
           MOVE WS-CONTA-PRESCRITOS TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO LER CONTA DE SALDOS PRESCRITOS!"
               NOT INVALID KEY
                   ADD WS-VALOR-INTERNA TO SALDO-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO AO CREDITAR CONTA DE "
                               "SALDOS PRESCRITOS!"
                       NOT INVALID KEY
                           ADD WS-VALOR-INTERNA TO WS-TOTAL-PRESCRITO

                           MOVE WS-CONTA-PRESCRITOS TO WS-LOG-CONTA
                           MOVE WS-VALOR-INTERNA TO WS-LOG-VALOR
                           MOVE "E" TO WS-LOG-TIPO-OP
                           PERFORM 9100-GRAVAR-LOG

                           MOVE 'E' TO WS-MOV-TIPO-OP
                           PERFORM 9200-GRAVAR-MOVIMENTO
                   END-REWRITE
           END-READ.

       2400-ATUALIZAR-PROCESSO.
           MOVE WS-VALOR-ENTREGA TO PR-VALOR-ENTREGUE
           MOVE WS-DATA-HOJE TO PR-DATA-ENTREGA
           MOVE "T" TO PR-ESTADO
           REWRITE REG-PRESCRICAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PROCESSO DA CONTA "
                       PR-CONTA "!"
           END-REWRITE.

       2500-GRAVAR-DECLARACAO.
           MOVE PR-CONTA TO DE-CONTA
           MOVE PR-CIF TO DE-CIF
           MOVE PR-NOME TO DE-NOME
           MOVE SPACES TO DE-DOC-TIPO
           MOVE SPACES TO DE-DOC-NUMERO
           MOVE 0 TO DE-NASCIMENTO
           IF PR-CIF NOT = 0
               MOVE PR-CIF TO CIF-ID
               READ FICHEIRO-CIF
                   INVALID KEY
                       DISPLAY "AVISO: CIF " PR-CIF " DA CONTA "
                           PR-CONTA " NAO ENCONTRADO - DECLARADO "
                           "SO COM O NOME."
                   NOT INVALID KEY
                       MOVE CIF-NOME TO DE-NOME
                       MOVE CIF-DOC-TIPO TO DE-DOC-TIPO
                       MOVE CIF-DOC-NUMERO TO DE-DOC-NUMERO
                       MOVE CIF-NASCIMENTO TO DE-NASCIMENTO
               END-READ
           END-IF
           MOVE PR-VALOR-ENTREGUE TO DE-VALOR
           MOVE PR-MOEDA TO DE-MOEDA
           MOVE PR-DATA-ULTIMO-MOV TO DE-DATA-ULTIMO-MOV
           MOVE PR-DATA-AVISO TO DE-DATA-AVISO
           MOVE PR-DATA-ENTREGA TO DE-DATA-ENTREGA
           WRITE REG-DECLARACAO-ESTADO
           IF WS-FS-DECLARACAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR NA DECLARACAO A CONTA "
                   PR-CONTA "!"
           END-IF.

       3000-AVISAR-DORMENTES.
           MOVE LOW-VALUES TO NR-CONTA-FILE
           START FICHEIRO-CLIENTES KEY IS GREATER THAN NR-CONTA-FILE
               INVALID KEY
                   MOVE "10" TO WS-FS-CLIENTES
           END-START

           PERFORM UNTIL WS-FS-CLIENTES = "10"
               READ FICHEIRO-CLIENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CLIENTES
                   NOT AT END
                       IF CONTA-DORMENTE-FILE AND SALDO-FILE > 0
                           PERFORM 3100-AVALIAR-CONTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CLIENTES.

       3100-AVALIAR-CONTA.
           MOVE NR-CONTA-FILE TO WS-CONTA-ATUAL
           PERFORM 4000-ULTIMO-MOV-CLIENTE
           IF WS-ULTIMO-MOV-CLIENTE > WS-DATA-CORTE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3200-PROCURAR-AVISO
           IF AVISO-JA-PENDENTE
               EXIT PARAGRAPH
           END-IF

           PERFORM 4100-IDENTIFICAR-TITULAR

           MOVE WS-CONTA-ATUAL TO PR-CONTA
           MOVE WS-DATA-HOJE TO PR-DATA-AVISO
           MOVE WS-CIF-TITULAR TO PR-CIF
           MOVE NOME-FILE TO PR-NOME
           MOVE WS-ULTIMO-MOV-CLIENTE TO PR-DATA-ULTIMO-MOV
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-DIAS-AVISO
           COMPUTE PR-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
           MOVE SALDO-FILE TO PR-SALDO-AVISO
           MOVE 0 TO PR-VALOR-ENTREGUE
           MOVE MOEDA-FILE TO PR-MOEDA
           MOVE 0 TO PR-DATA-ENTREGA
           MOVE 0 TO PR-MOV-ENTREGA
           MOVE "N" TO PR-ESTADO
           MOVE 0 TO PR-DATA-RECLAMACAO
           MOVE 0 TO PR-CONTA-PAGAMENTO
           MOVE 0 TO PR-OPERADOR
           WRITE REG-PRESCRICAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O AVISO DA CONTA "
                       WS-CONTA-ATUAL "!"
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-TOTAL-AVISOS
           MOVE SALDO-FILE TO WS-VALOR-FORMATADO
           DISPLAY "CONTA " WS-CONTA-ATUAL ": AVISO DE PRESCRICAO "
               WS-VALOR-FORMATADO " " MOEDA-FILE
               " - ENTREGA A PARTIR DE " PR-DATA-LIMITE

           MOVE WS-PROXIMO-ID-NOTIF TO NT-ID
           ADD 1 TO WS-PROXIMO-ID-NOTIF
           MOVE WS-CONTA-ATUAL TO NT-CONTA
           MOVE "09" TO NT-EVENTO
           MOVE SALDO-FILE TO NT-PARAMETRO
           MOVE EMAIL-FILE TO NT-CONTACTO
           MOVE WS-DATA-HOJE TO NT-DATA
           MOVE "P" TO NT-ESTADO
           MOVE 0 TO NT-DATA-ENVIO

           WRITE REG-NOTIFICACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTIFICACAO!"
           END-WRITE.

       3200-PROCURAR-AVISO.
           *> uma conta so tem um aviso a correr de cada vez; o
           *> varrimento dos processos nao pode perder a posicao no
           *> ficheiro de clientes (ficheiros distintos)
           MOVE 'N' TO WS-AVISO-PENDENTE
           MOVE WS-CONTA-ATUAL TO PR-CONTA
           MOVE 0 TO PR-DATA-AVISO
           START FICHEIRO-PRESCRICOES KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PRESCRICOES
           END-START

           PERFORM UNTIL WS-FS-PRESCRICOES = "10"
               READ FICHEIRO-PRESCRICOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PRESCRICOES
                   NOT AT END
                       IF PR-CONTA NOT = WS-CONTA-ATUAL
                           MOVE "10" TO WS-FS-PRESCRICOES
                       ELSE
                           IF PRESCRICAO-NOTIFICADA
                               MOVE 'S' TO WS-AVISO-PENDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PRESCRICOES.

       4000-ULTIMO-MOV-CLIENTE.
           *> so contam movimentos iniciados pelo cliente: depositos,
           *> levantamentos, transferencias emitidas, compras POS,
           *> cheques depositados, cheques pagos e pagamentos de
           *> servicos. Juros, comissoes e
           *> creditos de terceiros nao interrompem a prescricao.
           MOVE 0 TO WS-ULTIMO-MOV-CLIENTE
           MOVE WS-CONTA-ATUAL TO MOV-CONTA
           START FICHEIRO-MOVIMENTOS KEY IS NOT LESS THAN MOV-CONTA
               INVALID KEY
                   MOVE "10" TO WS-FS-MOVIMENTOS
           END-START

           PERFORM UNTIL WS-FS-MOVIMENTOS = "10"
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       IF MOV-CONTA NOT = WS-CONTA-ATUAL
                           MOVE "10" TO WS-FS-MOVIMENTOS
                       ELSE
                           EVALUATE MOV-TIPO-OP
                               WHEN "D" WHEN "L" WHEN "T"
                               WHEN "O" WHEN "H" WHEN "Q" WHEN "A"
                                   IF MOV-DATA > WS-ULTIMO-MOV-CLIENTE
                                       MOVE MOV-DATA
                                           TO WS-ULTIMO-MOV-CLIENTE
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       4100-IDENTIFICAR-TITULAR.
           *> titular primario pela titularidade; contas anteriores a
           *> titulares.dat pela ligacao em cif_contas
           MOVE 0 TO WS-CIF-TITULAR
           IF WS-FS-TITULARES = "00"
               MOVE WS-CONTA-ATUAL TO TL-CONTA
               MOVE 0 TO TL-CIF
               START FICHEIRO-TITULARES KEY IS NOT LESS THAN TL-CHAVE
                   INVALID KEY
                       MOVE "10" TO WS-FS-TITULARES
               END-START
               PERFORM UNTIL WS-FS-TITULARES = "10"
                   READ FICHEIRO-TITULARES NEXT RECORD
                       AT END
                           MOVE "10" TO WS-FS-TITULARES
                       NOT AT END
                           IF TL-CONTA NOT = WS-CONTA-ATUAL
                                   OR WS-CIF-TITULAR NOT = 0
                               MOVE "10" TO WS-FS-TITULARES
                           ELSE
                               IF TITULAR-PRIMARIO
                                   MOVE TL-CIF TO WS-CIF-TITULAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-FS-TITULARES
           END-IF
           IF WS-CIF-TITULAR NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO LC-CHAVE
           START FICHEIRO-CIF-CONTAS KEY IS GREATER THAN LC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CIF-CONTAS
           END-START
           PERFORM UNTIL WS-FS-CIF-CONTAS = "10"
               READ FICHEIRO-CIF-CONTAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CIF-CONTAS
                   NOT AT END
                       IF LC-CONTA = WS-CONTA-ATUAL
                           MOVE LC-CIF TO WS-CIF-TITULAR
                           MOVE "10" TO WS-FS-CIF-CONTAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF-CONTAS.

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

           COPY DATANEG.
