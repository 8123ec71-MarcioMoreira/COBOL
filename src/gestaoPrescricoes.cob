       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-PRESCRICOES.

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
               ACCESS MODE IS RANDOM
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
       FD  FICHEIRO-PRESCRICOES.
           COPY PRESCRICAO.

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

       77  WS-FS-PRESCRICOES       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-OPCAO                PIC X VALUE 'C'.
       77  WS-CONFIRMA             PIC X.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-SALDO-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-TOTAL-LISTADOS       PIC 9(05).

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'T-Devolucao saida da conta de saldos prescritos',
           *> 'E-Entrada na conta do cliente'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       *> Conta interna de saldos prescritos (ver PRESCRICAO-SALDOS):
       *> as reclamacoes pagam-se a partir dela.
       77  WS-CONTA-PRESCRITOS     PIC 9(09) VALUE 999999904.
       77  WS-MOEDA-PRESCRITOS     PIC X(03).

       77  WS-CONTA-RECLAMADA      PIC 9(09).
       77  WS-CONTA-DESTINO        PIC 9(09).
       77  WS-FILTRO-ESTADO        PIC X(01).
       77  WS-PROCESSO-ENCONTRADO  PIC X.
           88 PROCESSO-ENCONTRADO    VALUE 'S'.
       77  WS-CHAVE-PROCESSO       PIC X(17).
       77  WS-VALOR-DEVOLVER       PIC 9(07)V99.
       77  WS-VALOR-INTERNA        PIC 9(07)V99.

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

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "GESTAO-PRESCRICOES" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           OPEN I-O FICHEIRO-PRESCRICOES.
           IF WS-FS-PRESCRICOES = "35"
               OPEN OUTPUT FICHEIRO-PRESCRICOES
               CLOSE FICHEIRO-PRESCRICOES
               OPEN I-O FICHEIRO-PRESCRICOES
           END-IF.
           IF WS-FS-PRESCRICOES NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PRESCRICOES: "
                   WS-FS-PRESCRICOES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-PRESCRICOES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           MOVE WS-CONTA-PRESCRITOS TO NR-CONTA-FILE.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   CLOSE FICHEIRO-PRESCRICOES
                   CLOSE FICHEIRO-CLIENTES
                   DISPLAY "ERRO: CONTA DE SALDOS PRESCRITOS NAO "
                       "CONFIGURADA!"
                   PERFORM 9700-FECHAR-SIGNON
                   STOP RUN
           END-READ.
           MOVE MOEDA-FILE TO WS-MOEDA-PRESCRITOS.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-PRESCRICOES
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
               CLOSE FICHEIRO-PRESCRICOES
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
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- SALDOS PRESCRITOS A FAVOR DO ESTADO ---"
               DISPLAY "L - LISTAR PROCESSOS"
               DISPLAY "C - CONSULTAR CONTA (PROCESSOS E HISTORICO)"
               DISPLAY "R - PAGAR RECLAMACAO DO CLIENTE"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "L"
                       PERFORM 2000-LISTAR-PROCESSOS
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-CONTA
                   WHEN "R"
                       PERFORM 4000-PAGAR-RECLAMACAO
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-PRESCRICOES.
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
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       2000-LISTAR-PROCESSOS.
           DISPLAY " ".
           DISPLAY "ESTADO (N/T/A/R, ESPACO = TODOS): "
               WITH NO ADVANCING
           ACCEPT WS-FILTRO-ESTADO
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-ESTADO)
               TO WS-FILTRO-ESTADO
           DISPLAY "CONTA     AVISO    LIMITE   ULT.MOV  "
               "      VALOR MOE E ENTREGA"
           MOVE 0 TO WS-TOTAL-LISTADOS
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
                       IF WS-FILTRO-ESTADO = SPACE
                               OR WS-FILTRO-ESTADO = PR-ESTADO
                           PERFORM 2100-MOSTRAR-PROCESSO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PRESCRICOES
           DISPLAY "PROCESSOS LISTADOS: " WS-TOTAL-LISTADOS.

       2100-MOSTRAR-PROCESSO.
           ADD 1 TO WS-TOTAL-LISTADOS
           IF PRESCRICAO-NOTIFICADA
               MOVE PR-SALDO-AVISO TO WS-VALOR-FORMATADO
           ELSE
               MOVE PR-VALOR-ENTREGUE TO WS-VALOR-FORMATADO
           END-IF
           DISPLAY PR-CONTA " " PR-DATA-AVISO " " PR-DATA-LIMITE " "
               PR-DATA-ULTIMO-MOV " " WS-VALOR-FORMATADO " "
               PR-MOEDA " " PR-ESTADO " " PR-DATA-ENTREGA.

       3000-CONSULTAR-CONTA.
           DISPLAY " ".
           DISPLAY "NR. CONTA: " WITH NO ADVANCING
           ACCEPT WS-CONTA-RECLAMADA
           PERFORM 3100-MOSTRAR-PROCESSOS-CONTA
           PERFORM 3200-MOSTRAR-HISTORICO.

       3100-MOSTRAR-PROCESSOS-CONTA.
           *> deixa em WS-CHAVE-PROCESSO o processo transferido e
           *> ainda por reclamar, se houver
           MOVE 'N' TO WS-PROCESSO-ENCONTRADO
           MOVE 0 TO WS-TOTAL-LISTADOS
           DISPLAY "CONTA     AVISO    LIMITE   ULT.MOV  "
               "      VALOR MOE E ENTREGA"
           MOVE WS-CONTA-RECLAMADA TO PR-CONTA
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
                       IF PR-CONTA NOT = WS-CONTA-RECLAMADA
                           MOVE "10" TO WS-FS-PRESCRICOES
                       ELSE
                           PERFORM 2100-MOSTRAR-PROCESSO
                           IF PRESCRICAO-TRANSFERIDA
                               MOVE 'S' TO WS-PROCESSO-ENCONTRADO
                               MOVE PR-CHAVE TO WS-CHAVE-PROCESSO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PRESCRICOES
           IF WS-TOTAL-LISTADOS = 0
               DISPLAY "SEM PROCESSOS DE PRESCRICAO PARA A CONTA "
                   WS-CONTA-RECLAMADA "."
           END-IF.

       3200-MOSTRAR-HISTORICO.
           *> historico completo da conta no razao de movimentos,
           *> para o balcao conferir a reclamacao (o debito 'G' e a
           *> entrega ao Estado)
           DISPLAY " "
           DISPLAY "HISTORICO DE MOVIMENTOS DA CONTA "
               WS-CONTA-RECLAMADA
           DISPLAY "MOV-ID    CONTA     T          VALOR"
               "     SALDO APOS  DATA"
           MOVE 0 TO WS-TOTAL-LISTADOS
           MOVE WS-CONTA-RECLAMADA TO MOV-CONTA
           START FICHEIRO-MOVIMENTOS KEY IS NOT LESS THAN MOV-CONTA
               INVALID KEY
                   MOVE "10" TO WS-FS-MOVIMENTOS
           END-START

           PERFORM UNTIL WS-FS-MOVIMENTOS = "10"
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       IF MOV-CONTA NOT = WS-CONTA-RECLAMADA
                           MOVE "10" TO WS-FS-MOVIMENTOS
                       ELSE
                           ADD 1 TO WS-TOTAL-LISTADOS
                           MOVE MOV-VALOR TO WS-VALOR-FORMATADO
                           MOVE MOV-SALDO-APOS TO WS-SALDO-FORMATADO
                           DISPLAY MOV-ID " " MOV-CONTA " "
                               MOV-TIPO-OP "  " WS-VALOR-FORMATADO
                               "  " WS-SALDO-FORMATADO "  " MOV-DATA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS
           *> o que ARQUIVAR-MOVIMENTOS ja tirou do razao vivo
           *> consulta-se nos arquivos datados
           DISPLAY "MOVIMENTOS NO RAZAO VIVO: " WS-TOTAL-LISTADOS.

       4000-PAGAR-RECLAMACAO.
           *> devolver dinheiro ja entregue ao Estado e ato de
           *> supervisor, com rasto de auditoria
           DISPLAY " ".
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE PAGAR "
                   "RECLAMACOES."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NR. CONTA RECLAMADA: " WITH NO ADVANCING
           ACCEPT WS-CONTA-RECLAMADA
           PERFORM 3100-MOSTRAR-PROCESSOS-CONTA
           IF NOT PROCESSO-ENCONTRADO
               DISPLAY "ERRO: NAO HA SALDO ENTREGUE POR RECLAMAR "
                   "NESTA CONTA!"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-MOSTRAR-HISTORICO

           MOVE WS-CHAVE-PROCESSO TO PR-CHAVE
           READ FICHEIRO-PRESCRICOES
               INVALID KEY
                   DISPLAY "ERRO AO RELER O PROCESSO!"
                   EXIT PARAGRAPH
           END-READ
           MOVE PR-VALOR-ENTREGUE TO WS-VALOR-DEVOLVER
           MOVE WS-VALOR-DEVOLVER TO WS-VALOR-FORMATADO
           DISPLAY " "
           DISPLAY "TITULAR: " PR-NOME " (CIF " PR-CIF ")"
           DISPLAY "A DEVOLVER: " WS-VALOR-FORMATADO " " PR-MOEDA
               " (ENTREGUE EM " PR-DATA-ENTREGA ")"

           *> a conta original fica com saldo zero e pode entretanto
           *> ter sido encerrada: o cliente indica entao outra conta
           DISPLAY "CONTA DE DESTINO (0 = A PROPRIA CONTA): "
               WITH NO ADVANCING
           ACCEPT WS-CONTA-DESTINO
           IF WS-CONTA-DESTINO = 0
               MOVE WS-CONTA-RECLAMADA TO WS-CONTA-DESTINO
           END-IF
           IF WS-CONTA-DESTINO = WS-CONTA-PRESCRITOS
               DISPLAY "ERRO: CONTA DE DESTINO INVALIDA!"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-DESTINO TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA DE DESTINO NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-PERMITE-CREDITO
               DISPLAY "ERRO: A CONTA DE DESTINO NAO ACEITA "
                   "CREDITOS (ESTADO '" ESTADO-CONTA-FILE "')!"
               EXIT PARAGRAPH
           END-IF
           IF MOEDA-FILE NOT = PR-MOEDA
               DISPLAY "ERRO: A CONTA DE DESTINO TEM DE SER EM "
                   PR-MOEDA "!"
               EXIT PARAGRAPH
           END-IF

           *> valor a debitar na conta de prescritos, na moeda dela;
           *> o cliente recebe o valor entregue, na moeda original
           MOVE WS-VALOR-DEVOLVER TO WS-VALOR-OPERACAO
           MOVE PR-MOEDA TO WS-MOEDA-ORIGEM
           MOVE WS-MOEDA-PRESCRITOS TO WS-MOEDA-DESTINO
           IF WS-MOEDA-DESTINO NOT = WS-MOEDA-ORIGEM
               PERFORM 8000-CALCULAR-CAMBIO
               MOVE WS-VALOR-CREDITO TO WS-VALOR-INTERNA
           ELSE
               MOVE WS-VALOR-DEVOLVER TO WS-VALOR-INTERNA
               MOVE 'S' TO WS-CAMBIO-OK
           END-IF
           IF NOT CAMBIO-CALCULADO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRMA O PAGAMENTO DA RECLAMACAO? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "PAGAMENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-PRESCRITOS TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO LER CONTA DE SALDOS PRESCRITOS!"
                   EXIT PARAGRAPH
           END-READ
           IF SALDO-FILE < WS-VALOR-INTERNA
               DISPLAY "ERRO: CONTA DE SALDOS PRESCRITOS SEM SALDO "
                   "- A DEVOLUCAO TEM DE VIR DO ESTADO PRIMEIRO."
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-VALOR-INTERNA FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR CONTA DE SALDOS "
                       "PRESCRITOS!"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-CONTA-PRESCRITOS TO WS-LOG-CONTA
           MOVE WS-VALOR-INTERNA TO WS-LOG-VALOR
           MOVE "T" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           MOVE 'T' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           MOVE WS-CONTA-DESTINO TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO RELER A CONTA DE DESTINO!"
                   EXIT PARAGRAPH
           END-READ
           ADD WS-VALOR-DEVOLVER TO SALDO-FILE
           *> o cliente apareceu: a propria conta deixa de estar
           *> dormente
           IF WS-CONTA-DESTINO = WS-CONTA-RECLAMADA
                   AND CONTA-DORMENTE-FILE
               MOVE "A" TO ESTADO-CONTA-FILE
           END-IF
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO CREDITAR A CONTA DE DESTINO!"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-CONTA-DESTINO TO WS-LOG-CONTA
           MOVE WS-VALOR-DEVOLVER TO WS-LOG-VALOR
           MOVE "E" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           MOVE 'E' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           MOVE WS-CHAVE-PROCESSO TO PR-CHAVE
           READ FICHEIRO-PRESCRICOES
               INVALID KEY
                   DISPLAY "ERRO AO RELER O PROCESSO!"
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO PR-ESTADO
           MOVE WS-DATA-HOJE TO PR-DATA-RECLAMACAO
           MOVE WS-CONTA-DESTINO TO PR-CONTA-PAGAMENTO
           MOVE WS-OPR-ATUAL TO PR-OPERADOR
           REWRITE REG-PRESCRICAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PROCESSO!"
               NOT INVALID KEY
                   DISPLAY "RECLAMACAO PAGA NA CONTA "
                       WS-CONTA-DESTINO "."
                   MOVE "PAGAR-RECLAMACAO" TO WS-AUD-ACAO
                   MOVE WS-CONTA-RECLAMADA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

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

           COPY SIGNON.

           COPY DATANEG.
