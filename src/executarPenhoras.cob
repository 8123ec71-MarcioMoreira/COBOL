       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECUTAR-PENHORAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PENHORAS ASSIGN TO "data/penhoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORAS.

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

           SELECT FICHEIRO-REMESSA ASSIGN TO
               "data/penhoras_remessa.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

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

           SELECT FICHEIRO-RUN-CONTROL ASSIGN TO
               "data/run_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-PENHORAS.
           COPY PENHORA.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-REMESSA.
       01  REG-REMESSA-PENHORA.
           *> uma apreensao por linha, para entrega a entidade que
           *> emitiu a ordem; o ficheiro acumula e o envio corta
           *> pela data RP-DATA
           05 RP-ENTIDADE            PIC X(30).
           05 RP-REFERENCIA          PIC X(15).
           05 RP-CONTA               PIC 9(09).
           05 RP-CIF                 PIC 9(09).
           05 RP-VALOR               PIC 9(07)V99.
           05 RP-MOEDA               PIC X(03).
           05 RP-DATA                PIC 9(08).
           *> 'P-Parcial (ordem continua ativa)', 'C-Cumprida'
           05 RP-SITUACAO            PIC X(01).

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-PENHORAS          PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-FS-REMESSA           PIC XX.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-TOTAL-APREENSOES     PIC 9(05) VALUE 0.
       77  WS-TOTAL-CUMPRIDAS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-SEM-SALDO      PIC 9(05) VALUE 0.
       77  WS-TOTAL-PENHORADO      PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-FORMATADO      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'Z-Penhora', 'E-Entrada na conta de penhoras'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       *> Conta interna de penhoras: recebe o saldo apreendido ate a
       *> entrega a entidade. Tem de existir em clients.dat (criada
       *> via SETUP-DATABASE), como a conta transitoria de
       *> compensacao.
       77  WS-CONTA-PENHORAS       PIC 9(09) VALUE 999999903.
       77  WS-MOEDA-PENHORAS       PIC X(03).

       *> Ordens ativas da conta em tratamento, executadas por ordem
       *> de PN-PRIORIDADE (e de chave, em caso de empate).
       77  WS-CONTA-ATUAL          PIC 9(09).
       77  WS-GRP-TOTAL            PIC 9(03).
       77  WS-GRP-IDX              PIC 9(03).
       77  WS-GRP-ESCOLHIDA        PIC 9(03).
       77  WS-GRP-RODADA           PIC 9(03).
       77  WS-FIM-GRUPO            PIC X.
           88 FIM-GRUPO              VALUE 'S'.
       01  WS-TABELA-GRUPO.
           05 WS-GRP-ENTRADA OCCURS 100 TIMES.
              10 WS-GRP-CHAVE          PIC X(33).
              10 WS-GRP-PRIORIDADE     PIC 9(02).
              10 WS-GRP-FEITA          PIC X(01).

       *> Calculo do valor a apreender.
       77  WS-PENHORAVEL           PIC S9(09)V99.
       77  WS-EM-FALTA             PIC 9(07)V99.
       77  WS-VALOR-PENHORA        PIC 9(07)V99.
       77  WS-VALOR-INTERNA        PIC 9(07)V99.
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
       *> DESPACHO-NOTIFICACOES): a fila e opcional - sem ela o lote
       *> corre na mesma, so nao avisa o cliente.
       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-PROXIMO-ID-NOTIF     PIC 9(09) VALUE 1.
       77  WS-NOTIF-ABERTO         PIC X VALUE 'N'.
           88 NOTIFICACOES-DISPONIVEL VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> primeiro lancamento da noite: so depois de os cativos
           *> dos codigos de levantamento expirados voltarem ao
           *> saldo (EXPIRAR-CODIGOS, que por sua vez espera por
           *> INTEGRIDADE-DADOS)
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE "EXPIRAR-CODIGOS" TO WS-RC-JOB-ANTERIOR
           PERFORM 9855-VERIFICAR-JOB-ANTERIOR.
           IF NOT JOB-ANTERIOR-CONCLUIDO
               DISPLAY "ERRO: EXPIRAR-CODIGOS AINDA NAO TERMINOU "
                   "LIMPO EM " WS-DATA-NEGOCIO " - LANCE-O PRIMEIRO."
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-PENHORAS.
           IF WS-FS-PENHORAS = "35"
               OPEN OUTPUT FICHEIRO-PENHORAS
               CLOSE FICHEIRO-PENHORAS
               OPEN I-O FICHEIRO-PENHORAS
           END-IF.
           IF WS-FS-PENHORAS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PENHORAS: "
                   WS-FS-PENHORAS
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-PENHORAS
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           *> sem conta de penhoras nao ha onde guardar o saldo
           *> apreendido: o lote aborta antes de tocar em clientes
           MOVE WS-CONTA-PENHORAS TO NR-CONTA-FILE.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   CLOSE FICHEIRO-PENHORAS
                   CLOSE FICHEIRO-CLIENTES
                   DISPLAY "ERRO: CONTA DE PENHORAS NAO CONFIGURADA!"
                   STOP RUN
           END-READ.
           MOVE MOEDA-FILE TO WS-MOEDA-PENHORAS.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-PENHORAS
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
               CLOSE FICHEIRO-PENHORAS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> a remessa e a prova da entrega a entidade: sem ela nao
           *> se apreende nada
           OPEN EXTEND FICHEIRO-REMESSA.
           IF WS-FS-REMESSA = "35"
               OPEN OUTPUT FICHEIRO-REMESSA
           END-IF.
           IF WS-FS-REMESSA NOT = "00"
               CLOSE FICHEIRO-PENHORAS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE REMESSA: "
                   WS-FS-REMESSA
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           END-IF.

           OPEN I-O FICHEIRO-NOTIFICACOES.
           IF WS-FS-NOTIFICACOES = "35"
               OPEN OUTPUT FICHEIRO-NOTIFICACOES
               CLOSE FICHEIRO-NOTIFICACOES
               OPEN I-O FICHEIRO-NOTIFICACOES
           END-IF.
           IF WS-FS-NOTIFICACOES = "00"
               MOVE 'S' TO WS-NOTIF-ABERTO
               PERFORM 1500-INICIALIZAR-ID-NOTIF
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "EXECUTAR-PENHORAS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           DISPLAY "* EXECUCAO DE PENHORAS DE SALDO     *".
           DISPLAY "* DATA: " WS-DATA-HOJE "                  *".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           MOVE LOW-VALUES TO PN-CHAVE.
           START FICHEIRO-PENHORAS KEY IS GREATER THAN PN-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PENHORAS
           END-START.

           PERFORM UNTIL WS-FS-PENHORAS = "10"
               READ FICHEIRO-PENHORAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PENHORAS
                   NOT AT END
                       PERFORM 2000-TRATAR-CONTA
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-PENHORAS.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-REMESSA.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.

           MOVE WS-TOTAL-PENHORADO TO WS-TOTAL-FORMATADO.
           DISPLAY " ".
           DISPLAY "APREENSOES EFETUADAS   : " WS-TOTAL-APREENSOES.
           DISPLAY "ORDENS CUMPRIDAS       : " WS-TOTAL-CUMPRIDAS.
           DISPLAY "ORDENS SEM SALDO HOJE  : " WS-TOTAL-SEM-SALDO.
           DISPLAY "TOTAL NA CONTA DE PENHORAS: " WS-TOTAL-FORMATADO
               " " WS-MOEDA-PENHORAS.
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

       2000-TRATAR-CONTA.
           *> o registo corrente e a primeira ordem de uma conta:
           *> recolhe as ordens ativas dessa conta, executa-as por
           *> prioridade e reposiciona a leitura na conta seguinte
           MOVE PN-CONTA TO WS-CONTA-ATUAL
           MOVE 0 TO WS-GRP-TOTAL
           MOVE 'N' TO WS-FIM-GRUPO
           PERFORM 2010-GUARDAR-ORDEM

           PERFORM UNTIL FIM-GRUPO
               READ FICHEIRO-PENHORAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-GRUPO
                   NOT AT END
                       IF PN-CONTA NOT = WS-CONTA-ATUAL
                           MOVE 'S' TO WS-FIM-GRUPO
                       ELSE
                           PERFORM 2010-GUARDAR-ORDEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GRP-TOTAL > 0
               PERFORM 2100-EXECUTAR-GRUPO
           END-IF

           MOVE WS-CONTA-ATUAL TO PN-CONTA
           MOVE 999999999 TO PN-CIF
           MOVE HIGH-VALUES TO PN-REFERENCIA
           START FICHEIRO-PENHORAS KEY IS GREATER THAN PN-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PENHORAS
           END-START.

       2010-GUARDAR-ORDEM.
           IF NOT PENHORA-ATIVA
               EXIT PARAGRAPH
           END-IF
           IF WS-GRP-TOTAL >= 100
               DISPLAY "AVISO: CONTA " WS-CONTA-ATUAL " COM MAIS DE "
                   "100 PENHORAS ATIVAS - AS RESTANTES FICAM PARA "
                   "AMANHA."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-TOTAL
           MOVE PN-CHAVE TO WS-GRP-CHAVE(WS-GRP-TOTAL)
           MOVE PN-PRIORIDADE TO WS-GRP-PRIORIDADE(WS-GRP-TOTAL)
           MOVE 'N' TO WS-GRP-FEITA(WS-GRP-TOTAL).

       2100-EXECUTAR-GRUPO.
           PERFORM VARYING WS-GRP-RODADA FROM 1 BY 1
                   UNTIL WS-GRP-RODADA > WS-GRP-TOTAL
               MOVE 0 TO WS-GRP-ESCOLHIDA
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-TOTAL
                   IF WS-GRP-FEITA(WS-GRP-IDX) = 'N'
                       IF WS-GRP-ESCOLHIDA = 0
                           MOVE WS-GRP-IDX TO WS-GRP-ESCOLHIDA
                       ELSE
                           IF WS-GRP-PRIORIDADE(WS-GRP-IDX) <
                              WS-GRP-PRIORIDADE(WS-GRP-ESCOLHIDA)
                               MOVE WS-GRP-IDX TO WS-GRP-ESCOLHIDA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'S' TO WS-GRP-FEITA(WS-GRP-ESCOLHIDA)

               MOVE WS-GRP-CHAVE(WS-GRP-ESCOLHIDA) TO PN-CHAVE
               READ FICHEIRO-PENHORAS
                   INVALID KEY
                       DISPLAY "ERRO AO RELER A PENHORA "
                           PN-REFERENCIA "!"
                   NOT INVALID KEY
                       PERFORM 2200-EXECUTAR-ORDEM
               END-READ
           END-PERFORM.

       2200-EXECUTAR-ORDEM.
           MOVE PN-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: PENHORA " PN-REFERENCIA " - CONTA "
                       PN-CONTA " NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ

           *> conta encerrada ja nao tem saldo; a de titular falecido
           *> segue o processo de heranca
           IF CONTA-ENCERRADA-FILE OR CONTA-FALECIDO-FILE
               DISPLAY "PENHORA " PN-REFERENCIA " - CONTA "
                   PN-CONTA " COM ESTADO '" ESTADO-CONTA-FILE
                   "' - NAO EXECUTADA."
               EXIT PARAGRAPH
           END-IF

           *> so o saldo proprio livre e penhoravel: nem o descoberto
           *> autorizado, nem o valor cativo, nem o minimo protegido
           COMPUTE WS-PENHORAVEL = SALDO-FILE - SALDO-CATIVO-FILE
               - PN-MINIMO-PROTEGIDO
           COMPUTE WS-EM-FALTA = PN-VALOR-ORDEM - PN-VALOR-PENHORADO
           IF WS-PENHORAVEL <= 0 OR WS-EM-FALTA = 0
               ADD 1 TO WS-TOTAL-SEM-SALDO
               EXIT PARAGRAPH
           END-IF
           IF WS-PENHORAVEL < WS-EM-FALTA
               MOVE WS-PENHORAVEL TO WS-VALOR-PENHORA
           ELSE
               MOVE WS-EM-FALTA TO WS-VALOR-PENHORA
           END-IF

           *> valor a creditar na conta de penhoras, na moeda dela
           MOVE WS-VALOR-PENHORA TO WS-VALOR-OPERACAO
           MOVE MOEDA-FILE TO WS-MOEDA-ORIGEM
           MOVE WS-MOEDA-PENHORAS TO WS-MOEDA-DESTINO
           IF WS-MOEDA-DESTINO NOT = WS-MOEDA-ORIGEM
               PERFORM 8000-CALCULAR-CAMBIO
               MOVE WS-VALOR-CREDITO TO WS-VALOR-INTERNA
           ELSE
               MOVE WS-VALOR-PENHORA TO WS-VALOR-INTERNA
               MOVE 'S' TO WS-CAMBIO-OK
           END-IF
           IF NOT CAMBIO-CALCULADO
               DISPLAY "PENHORA " PN-REFERENCIA " - SEM CONVERSAO DE "
                   MOEDA-FILE " - NAO EXECUTADA."
               EXIT PARAGRAPH
           END-IF

           PERFORM 3000-DEBITAR-EXECUTADO
           IF DEBITO-EFETUADO
               PERFORM 3100-CREDITAR-CONTA-PENHORAS
               PERFORM 3200-ATUALIZAR-ORDEM
               PERFORM 3300-GRAVAR-REMESSA
               PERFORM 4000-NOTIFICAR-CLIENTE
           END-IF.

       3000-DEBITAR-EXECUTADO.
           MOVE 'N' TO WS-DEBITO-OK
           SUBTRACT WS-VALOR-PENHORA FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR A CONTA " PN-CONTA "!"
               NOT INVALID KEY
                   MOVE 'S' TO WS-DEBITO-OK
                   ADD 1 TO WS-TOTAL-APREENSOES
                   MOVE WS-VALOR-PENHORA TO WS-VALOR-FORMATADO
                   DISPLAY "PENHORA " PN-REFERENCIA " CONTA "
                       PN-CONTA ": APREENDIDO " WS-VALOR-FORMATADO
                       " " MOEDA-FILE

                   MOVE PN-CONTA TO WS-LOG-CONTA
                   MOVE WS-VALOR-PENHORA TO WS-LOG-VALOR
                   MOVE "Z" TO WS-LOG-TIPO-OP
                   PERFORM 9100-GRAVAR-LOG

                   MOVE 'Z' TO WS-MOV-TIPO-OP
                   PERFORM 9200-GRAVAR-MOVIMENTO
           END-REWRITE.

       3100-CREDITAR-CONTA-PENHORAS.
           MOVE WS-CONTA-PENHORAS TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO LER CONTA DE PENHORAS!"
               NOT INVALID KEY
                   ADD WS-VALOR-INTERNA TO SALDO-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO AO CREDITAR CONTA DE "
                               "PENHORAS!"
                       NOT INVALID KEY
                           ADD WS-VALOR-INTERNA TO WS-TOTAL-PENHORADO

                           MOVE WS-CONTA-PENHORAS TO WS-LOG-CONTA
                           MOVE WS-VALOR-INTERNA TO WS-LOG-VALOR
                           MOVE "E" TO WS-LOG-TIPO-OP
                           PERFORM 9100-GRAVAR-LOG

                           MOVE 'E' TO WS-MOV-TIPO-OP
                           PERFORM 9200-GRAVAR-MOVIMENTO
                   END-REWRITE
           END-READ.

       3200-ATUALIZAR-ORDEM.
           ADD WS-VALOR-PENHORA TO PN-VALOR-PENHORADO
           MOVE WS-DATA-HOJE TO PN-DATA-ULTIMA
           IF PN-VALOR-PENHORADO >= PN-VALOR-ORDEM
               MOVE "C" TO PN-ESTADO
               ADD 1 TO WS-TOTAL-CUMPRIDAS
               DISPLAY "  -> ORDEM " PN-REFERENCIA " CUMPRIDA."
           END-IF
           REWRITE REG-PENHORA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PENHORA "
                       PN-REFERENCIA "!"
           END-REWRITE.

       3300-GRAVAR-REMESSA.
           MOVE PN-ENTIDADE TO RP-ENTIDADE
           MOVE PN-REFERENCIA TO RP-REFERENCIA
           MOVE PN-CONTA TO RP-CONTA
           MOVE PN-CIF TO RP-CIF
           MOVE WS-VALOR-PENHORA TO RP-VALOR
           MOVE WS-MOEDA-ORIGEM TO RP-MOEDA
           MOVE WS-DATA-HOJE TO RP-DATA
           IF PENHORA-CUMPRIDA
               MOVE "C" TO RP-SITUACAO
           ELSE
               MOVE "P" TO RP-SITUACAO
           END-IF
           WRITE REG-REMESSA-PENHORA
           IF WS-FS-REMESSA NOT = "00"
               DISPLAY "ERRO AO GRAVAR NA REMESSA DA PENHORA "
                   PN-REFERENCIA "!"
           END-IF.

       4000-NOTIFICAR-CLIENTE.
           *> avisa o titular do valor apreendido, com o contacto da
           *> conta penhorada; sem fila o lote segue sem avisar
           IF NOT NOTIFICACOES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE PN-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-PROXIMO-ID-NOTIF TO NT-ID
           ADD 1 TO WS-PROXIMO-ID-NOTIF
           MOVE PN-CONTA TO NT-CONTA
           MOVE "08" TO NT-EVENTO
           MOVE WS-VALOR-PENHORA TO NT-PARAMETRO
           MOVE EMAIL-FILE TO NT-CONTACTO
           MOVE WS-DATA-HOJE TO NT-DATA
           MOVE "P" TO NT-ESTADO
           MOVE 0 TO NT-DATA-ENVIO

           WRITE REG-NOTIFICACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTIFICACAO!"
           END-WRITE.

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

           COPY RUNCTL.

           COPY DATANEG.
