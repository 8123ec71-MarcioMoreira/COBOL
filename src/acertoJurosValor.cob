       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACERTO-JUROS-VALOR.

      *> Acerto automatico de juros por lancamentos com data-valor
      *> retroativa. Um lancamento do dia cuja data-valor e anterior
      *> a data de lancamento (compensacao com liquidacao atrasada,
      *> estorno de um movimento antigo...) muda o saldo por
      *> data-valor de dias em que os juros ja foram apurados. Para
      *> cada conta afetada o lote recalcula, em cada dia entre a
      *> data-valor e ontem em que JUROS-DEVEDORES (acumulacao
      *> diaria) ou JUROS-MENSAL correram (ver run_control.dat), os
      *> juros com e sem esses lancamentos e acerta a diferenca:
      *> a favor do cliente, credito 'N' (com a retencao na fonte da
      *> parte de juros credores); contra o cliente, soma ao
      *> acumulado de juros devedores, debitado no fim do mes com o
      *> 'U'. Corre na suite noturna antes de JUROS-DEVEDORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT FICHEIRO-ACUMULADOS ASSIGN TO
               "data/juros_devedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JD-CONTA
               FILE STATUS IS WS-FS-ACUMULADOS.

           SELECT FICHEIRO-ACERTOS ASSIGN TO "data/acertos_juros.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-CHAVE
               FILE STATUS IS WS-FS-ACERTOS.

           SELECT FICHEIRO-LOG ASSIGN TO "data/transactions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT FICHEIRO-TAXAS ASSIGN TO "data/taxas_produto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS WS-FS-TAXAS.

           SELECT FICHEIRO-IMPOSTO ASSIGN TO
               "data/imposto_retido.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IMP-CHAVE
               FILE STATUS IS WS-FS-IMPOSTO.

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
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-ACUMULADOS.
           COPY JUROSDEV.

       FD  FICHEIRO-ACERTOS.
           COPY ACERTOJUR.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-TAXAS.
           COPY TAXAPROD.

       FD  FICHEIRO-IMPOSTO.
           COPY IMPOSTO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY PRECARIOWS.
           COPY RETENCAOWS.
           COPY DATAVALWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-ACUMULADOS        PIC XX.
       77  WS-FS-ACERTOS           PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.

       *> as mesmas taxas de recurso de JUROS-MENSAL e de
       *> JUROS-DEVEDORES, para o acerto dar o que eles teriam dado
       77  WS-TAXA-JUROS-MENSAL    PIC 9V9(4) VALUE 0.0050.
       77  WS-TAXA-DESCOBERTO      PIC 9V9(04) VALUE 0.1200.
       77  WS-VALOR-JUROS          PIC 9(07)V99.

       *> contas internas do banco (transitoria, cambial, penhoras,
       *> prescritos, servicos): nao vencem juros, nao se acertam
       77  WS-CONTA-INTERNA-MIN    PIC 9(09) VALUE 999999900.

       *> o acerto olha no maximo um ano para tras; uma data-valor
       *> mais antiga so e acertada a partir desse limite
       77  WS-DIAS-MAXIMO          PIC 9(03) VALUE 366.
       77  WS-DIA-HOJE-INT         PIC 9(07).
       77  WS-DIA-LIMITE-INT       PIC 9(07).
       77  WS-DATA-LIMITE          PIC 9(08).
       77  WS-DIA-INT              PIC 9(07).
       77  WS-DIA-DATA             PIC 9(08).
       77  WS-DIA-OFFSET           PIC 9(03).
       77  WS-DIA-INICIO           PIC 9(03).

       *> dias (por distancia a hoje, 1 = ontem) em que cada lote
       *> de juros correu, lidos uma vez do controlo de execucao
       01  WS-TABELA-APURAMENTOS.
           05 WS-APURAMENTO OCCURS 366 TIMES.
              10 WS-AP-DEVEDORES   PIC X(01).
                  88 CORREU-DEVEDORES VALUE "S".
              10 WS-AP-CREDORES    PIC X(01).
                  88 CORREU-CREDORES  VALUE "S".

       *> contas com lancamentos retroativos no dia e a data-valor
       *> mais antiga de cada uma
       77  WS-CT-TOTAL             PIC 9(05) VALUE 0.
       77  WS-CT-IDX               PIC 9(05).
       01  WS-TABELA-CONTAS.
           05 WS-CT-ENTRADA OCCURS 2000 TIMES.
              10 WS-CT-CONTA       PIC 9(09).
              10 WS-CT-DATA-MIN    PIC 9(08).

       *> movimentos da conta em tratamento com data-valor dentro da
       *> janela do acerto
       77  WS-MV-TOTAL             PIC 9(05) VALUE 0.
       77  WS-MV-IDX               PIC 9(05).
       77  WS-MV-CHEIA             PIC X(01).
           88 TABELA-MOVIMENTOS-CHEIA VALUE "S".
       01  WS-TABELA-MOVIMENTOS.
           05 WS-MV-ENTRADA OCCURS 3000 TIMES.
              10 WS-MV-DATA-VALOR  PIC 9(08).
              10 WS-MV-VALOR       PIC S9(09)V99.
              10 WS-MV-RETROATIVO  PIC X(01).
                  88 MV-RETROATIVO    VALUE "S".

       77  WS-DATA-VALOR-MOV       PIC 9(08).
       77  WS-SOMA-POSTERIOR       PIC S9(09)V99.
       77  WS-SOMA-RETROATIVA      PIC S9(09)V99.
       77  WS-SALDO-REAL           PIC S9(09)V99.
       77  WS-SALDO-ANTERIOR       PIC S9(09)V99.
       77  WS-POSITIVO-REAL        PIC 9(09)V99.
       77  WS-POSITIVO-ANTERIOR    PIC 9(09)V99.
       77  WS-NEGATIVO-REAL        PIC 9(09)V99.
       77  WS-NEGATIVO-ANTERIOR    PIC 9(09)V99.
       77  WS-DIF-CREDORES         PIC S9(07)V9(06).
       77  WS-DIF-DEVEDORES        PIC S9(07)V9(06).
       77  WS-ACERTO-CREDORES      PIC S9(07)V99.
       77  WS-ACERTO-DEVEDORES     PIC S9(07)V99.
       77  WS-ACERTO-LIQUIDO       PIC S9(07)V99.
       77  WS-VALOR-ACERTO         PIC 9(07)V99.

       77  WS-TOTAL-CONTAS         PIC 9(05) VALUE 0.
       77  WS-TOTAL-CREDITADAS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-ACUMULADAS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-RETIDAS        PIC 9(05) VALUE 0.
       77  WS-TOTAL-JA-ACERTADAS   PIC 9(05) VALUE 0.

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'N-Acerto de juros por data-valor', 'R-Retencao na
           *> fonte'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS = "35"
               OPEN OUTPUT FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-MOVIMENTOS
               OPEN I-O FICHEIRO-MOVIMENTOS
           END-IF.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-ACUMULADOS.
           IF WS-FS-ACUMULADOS = "35"
               OPEN OUTPUT FICHEIRO-ACUMULADOS
               CLOSE FICHEIRO-ACUMULADOS
               OPEN I-O FICHEIRO-ACUMULADOS
           END-IF.
           IF WS-FS-ACUMULADOS NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR ACUMULADOS DE JUROS "
                   "DEVEDORES: " WS-FS-ACUMULADOS
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-ACERTOS.
           IF WS-FS-ACERTOS = "35"
               OPEN OUTPUT FICHEIRO-ACERTOS
               CLOSE FICHEIRO-ACERTOS
               OPEN I-O FICHEIRO-ACERTOS
           END-IF.
           IF WS-FS-ACERTOS NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-ACUMULADOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE ACERTOS DE JUROS: "
                   WS-FS-ACERTOS
               STOP RUN
           END-IF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-ACUMULADOS
               CLOSE FICHEIRO-ACERTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOG: " WS-FS-LOG
               STOP RUN
           END-IF.

           *> razao de imposto retido na fonte, como em JUROS-MENSAL:
           *> sem ele o acerto de juros credores ficava por declarar
           OPEN I-O FICHEIRO-IMPOSTO.
           IF WS-FS-IMPOSTO = "35"
               OPEN OUTPUT FICHEIRO-IMPOSTO
               CLOSE FICHEIRO-IMPOSTO
               OPEN I-O FICHEIRO-IMPOSTO
           END-IF.
           IF WS-FS-IMPOSTO NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-ACUMULADOS
               CLOSE FICHEIRO-ACERTOS
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR RAZAO DE IMPOSTO RETIDO: "
                   WS-FS-IMPOSTO
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-IMPOSTO-ABERTO.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "ACERTO-JUROS-VALOR" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           COMPUTE WS-DIA-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DIA-LIMITE-INT =
               WS-DIA-HOJE-INT - WS-DIAS-MAXIMO
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-LIMITE-INT)

           PERFORM 1000-CARREGAR-TAXAS.
           PERFORM 1200-CARREGAR-APURAMENTOS.

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           DISPLAY "* ACERTO DE JUROS POR DATA-VALOR    *".
           DISPLAY "* DATA: " WS-DATA-HOJE "                  *".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-TOTAL
               PERFORM 2000-ACERTAR-CONTA
           END-PERFORM.

           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-ACUMULADOS.
           CLOSE FICHEIRO-ACERTOS.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-IMPOSTO.
           IF TAXAS-DISPONIVEL
               CLOSE FICHEIRO-TAXAS
           END-IF.

           DISPLAY " ".
           DISPLAY "CONTAS COM DATA-VALOR RETROATIVA: " WS-TOTAL-CONTAS.
           DISPLAY "ACERTOS CREDITADOS ('N')       : "
               WS-TOTAL-CREDITADAS.
           DISPLAY "ACERTOS NOS JUROS DEVEDORES    : "
               WS-TOTAL-ACUMULADAS.
           DISPLAY "ACERTOS RETIDOS (ESTADO)       : " WS-TOTAL-RETIDAS.
           DISPLAY "CONTAS JA ACERTADAS HOJE       : "
               WS-TOTAL-JA-ACERTADAS.
           DISPLAY "-------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-TAXAS.
           OPEN INPUT FICHEIRO-TAXAS.
           IF WS-FS-TAXAS NOT = "00"
               DISPLAY "AVISO: TABELA DE TAXAS INDISPONIVEL - "
                   "A USAR AS TAXAS DE RECURSO (VER TABELA-TAXAS)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-TAXAS-ABERTO

           MOVE "JO" TO WS-TX-PRODUTO
           MOVE 0 TO WS-TX-PRAZO
           PERFORM 9750-OBTER-TAXA-PRODUTO
           IF TAXA-ENCONTRADA
               COMPUTE WS-TAXA-JUROS-MENSAL ROUNDED =
                   WS-TAXA-OBTIDA / 12
           ELSE
               DISPLAY "AVISO: SEM TAXA 'JO' NA TABELA DE "
                   "TAXAS - A USAR A TAXA DE RECURSO."
           END-IF

           MOVE "DO" TO WS-TX-PRODUTO
           MOVE 0 TO WS-TX-PRAZO
           PERFORM 9750-OBTER-TAXA-PRODUTO
           IF TAXA-ENCONTRADA
               MOVE WS-TAXA-OBTIDA TO WS-TAXA-DESCOBERTO
           ELSE
               DISPLAY "AVISO: SEM TAXA 'DO' NA TABELA DE "
                   "TAXAS - A USAR A TAXA DE RECURSO."
           END-IF.

       1100-INICIALIZAR-ID-MOVIMENTO.
           *> data/movements.dat e indexado e persiste entre execucoes,
           *> ao contrario do contador do log; por isso o proximo ID
           *> tem de ser calculado a partir do maior MOV-ID existente.
           *> A mesma passagem junta as contas com lancamentos do dia
           *> de data-valor anterior ao dia.
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
                       IF MOV-DATA = WS-DATA-HOJE
                          AND MOV-DATA-VALOR > 0
                          AND MOV-DATA-VALOR < WS-DATA-HOJE
                          AND MOV-CONTA < WS-CONTA-INTERNA-MIN
                           PERFORM 1150-REGISTAR-CONTA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       1150-REGISTAR-CONTA.
           PERFORM 8992-SINAL-DATA-VALOR
           IF WS-DV-SINAL = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-TOTAL
                      OR WS-CT-CONTA(WS-CT-IDX) = MOV-CONTA
               CONTINUE
           END-PERFORM
           IF WS-CT-IDX > WS-CT-TOTAL
               IF WS-CT-TOTAL >= 2000
                   DISPLAY "AVISO: MAIS DE 2000 CONTAS COM DATA-VALOR "
                       "RETROATIVA - CONTA " MOV-CONTA
                       " FICA SEM ACERTO."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-TOTAL
               MOVE WS-CT-TOTAL TO WS-CT-IDX
               MOVE MOV-CONTA TO WS-CT-CONTA(WS-CT-IDX)
               MOVE MOV-DATA-VALOR TO WS-CT-DATA-MIN(WS-CT-IDX)
           END-IF
           IF MOV-DATA-VALOR < WS-CT-DATA-MIN(WS-CT-IDX)
               MOVE MOV-DATA-VALOR TO WS-CT-DATA-MIN(WS-CT-IDX)
           END-IF.

       1200-CARREGAR-APURAMENTOS.
           *> sem controlo de execucao nao se sabe que juros ja foram
           *> apurados: o lote corre mas nao acerta nada. So conta
           *> o apuramento que terminou (um job interrompido e
           *> relancado, e o relancamento ja apanha o lancamento)
           MOVE SPACES TO WS-TABELA-APURAMENTOS
           OPEN INPUT FICHEIRO-RUN-CONTROL
           IF WS-FS-RUN-CONTROL NOT = "00"
               DISPLAY "AVISO: SEM CONTROLO DE EXECUCAO ("
                   WS-FS-RUN-CONTROL ") - APURAMENTOS DE JUROS "
                   "DESCONHECIDOS, NADA A ACERTAR."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-DIA-OFFSET FROM 1 BY 1
                   UNTIL WS-DIA-OFFSET > WS-DIAS-MAXIMO
               COMPUTE WS-DIA-INT = WS-DIA-HOJE-INT - WS-DIA-OFFSET
               COMPUTE RCT-DATA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE "JUROS-DEVEDORES" TO RCT-JOB
               READ FICHEIRO-RUN-CONTROL
                   NOT INVALID KEY
                       IF JOB-CONCLUIDO
                           MOVE "S" TO WS-AP-DEVEDORES(WS-DIA-OFFSET)
                       END-IF
               END-READ
               COMPUTE RCT-DATA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE "JUROS-MENSAL" TO RCT-JOB
               READ FICHEIRO-RUN-CONTROL
                   NOT INVALID KEY
                       IF JOB-CONCLUIDO
                           MOVE "S" TO WS-AP-CREDORES(WS-DIA-OFFSET)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-RUN-CONTROL.

       2000-ACERTAR-CONTA.
           ADD 1 TO WS-TOTAL-CONTAS
           MOVE WS-DATA-HOJE TO AJ-DATA
           MOVE WS-CT-CONTA(WS-CT-IDX) TO AJ-CONTA
           READ FICHEIRO-ACERTOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-ACERTADAS
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-CT-CONTA(WS-CT-IDX) TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " WS-CT-CONTA(WS-CT-IDX)
                       " NAO ENCONTRADA - SEM ACERTO!"
                   EXIT PARAGRAPH
           END-READ

           IF WS-CT-DATA-MIN(WS-CT-IDX) < WS-DATA-LIMITE
               DISPLAY "AVISO: CONTA " NR-CONTA-FILE " COM DATA-VALOR "
                   WS-CT-DATA-MIN(WS-CT-IDX) " - ACERTO SO DESDE "
                   WS-DATA-LIMITE "."
               MOVE WS-DATA-LIMITE TO WS-CT-DATA-MIN(WS-CT-IDX)
           END-IF

           PERFORM 2100-CARREGAR-MOVIMENTOS
           IF TABELA-MOVIMENTOS-CHEIA
               DISPLAY "AVISO: CONTA " NR-CONTA-FILE " COM MAIS DE "
                   "3000 MOVIMENTOS NA JANELA - SEM ACERTO."
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-RECALCULAR-JUROS

           COMPUTE WS-ACERTO-CREDORES ROUNDED = WS-DIF-CREDORES
           COMPUTE WS-ACERTO-DEVEDORES ROUNDED = WS-DIF-DEVEDORES
           COMPUTE WS-ACERTO-LIQUIDO =
               WS-ACERTO-CREDORES - WS-ACERTO-DEVEDORES

           MOVE WS-DATA-HOJE TO AJ-DATA
           MOVE NR-CONTA-FILE TO AJ-CONTA
           MOVE WS-CT-DATA-MIN(WS-CT-IDX) TO AJ-DATA-VALOR-MIN
           MOVE WS-ACERTO-CREDORES TO AJ-DIF-CREDORES
           MOVE WS-ACERTO-DEVEDORES TO AJ-DIF-DEVEDORES
           MOVE WS-ACERTO-LIQUIDO TO AJ-VALOR-LIQUIDO
           MOVE " " TO AJ-DESTINO

           EVALUATE TRUE
               WHEN WS-ACERTO-LIQUIDO > 0
                   PERFORM 3000-CREDITAR-ACERTO
               WHEN WS-ACERTO-LIQUIDO < 0
                   PERFORM 3200-ACUMULAR-ACERTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           WRITE REG-ACERTO-JUROS
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACERTO DA CONTA "
                       NR-CONTA-FILE "!"
           END-WRITE.

       2100-CARREGAR-MOVIMENTOS.
           *> todos os movimentos da conta com data-valor na janela;
           *> os que entraram hoje com data-valor anterior sao os
           *> retroativos a acertar
           MOVE 0 TO WS-MV-TOTAL
           MOVE "N" TO WS-MV-CHEIA
           MOVE NR-CONTA-FILE TO MOV-CONTA
           START FICHEIRO-MOVIMENTOS KEY IS NOT LESS THAN MOV-CONTA
               INVALID KEY
                   MOVE "10" TO WS-FS-MOVIMENTOS
           END-START

           PERFORM UNTIL WS-FS-MOVIMENTOS = "10"
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       IF MOV-CONTA NOT = NR-CONTA-FILE
                           MOVE "10" TO WS-FS-MOVIMENTOS
                       ELSE
                           PERFORM 2150-GUARDAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       2150-GUARDAR-MOVIMENTO.
           IF MOV-DATA-VALOR = 0
               MOVE MOV-DATA TO WS-DATA-VALOR-MOV
           ELSE
               MOVE MOV-DATA-VALOR TO WS-DATA-VALOR-MOV
           END-IF
           IF WS-DATA-VALOR-MOV < WS-CT-DATA-MIN(WS-CT-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM 8992-SINAL-DATA-VALOR
           IF WS-DV-SINAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MV-TOTAL >= 3000
               MOVE "S" TO WS-MV-CHEIA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MV-TOTAL
           MOVE WS-DATA-VALOR-MOV TO WS-MV-DATA-VALOR(WS-MV-TOTAL)
           COMPUTE WS-MV-VALOR(WS-MV-TOTAL) = MOV-VALOR * WS-DV-SINAL
           IF MOV-DATA = WS-DATA-HOJE
              AND WS-DATA-VALOR-MOV < WS-DATA-HOJE
               MOVE "S" TO WS-MV-RETROATIVO(WS-MV-TOTAL)
           ELSE
               MOVE "N" TO WS-MV-RETROATIVO(WS-MV-TOTAL)
           END-IF.

       2200-RECALCULAR-JUROS.
           *> para cada dia apurado da janela: saldo por data-valor
           *> com os retroativos de hoje (o real) e sem eles (o que o
           *> apuramento desse dia viu); a diferenca de juros e o
           *> acerto
           MOVE 0 TO WS-DIF-CREDORES
           MOVE 0 TO WS-DIF-DEVEDORES
           COMPUTE WS-DIA-INICIO = WS-DIA-HOJE-INT
               - FUNCTION INTEGER-OF-DATE(WS-CT-DATA-MIN(WS-CT-IDX))

           PERFORM VARYING WS-DIA-OFFSET FROM WS-DIA-INICIO BY -1
                   UNTIL WS-DIA-OFFSET < 1
               IF CORREU-DEVEDORES(WS-DIA-OFFSET)
                  OR CORREU-CREDORES(WS-DIA-OFFSET)
                   PERFORM 2300-RECALCULAR-DIA
               END-IF
           END-PERFORM.

       2300-RECALCULAR-DIA.
           COMPUTE WS-DIA-INT = WS-DIA-HOJE-INT - WS-DIA-OFFSET
           COMPUTE WS-DIA-DATA = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)

           MOVE 0 TO WS-SOMA-POSTERIOR
           MOVE 0 TO WS-SOMA-RETROATIVA
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-TOTAL
               IF WS-MV-DATA-VALOR(WS-MV-IDX) > WS-DIA-DATA
                   ADD WS-MV-VALOR(WS-MV-IDX) TO WS-SOMA-POSTERIOR
               ELSE
                   IF MV-RETROATIVO(WS-MV-IDX)
                       ADD WS-MV-VALOR(WS-MV-IDX)
                           TO WS-SOMA-RETROATIVA
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SOMA-RETROATIVA = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO-REAL = SALDO-FILE - WS-SOMA-POSTERIOR
           COMPUTE WS-SALDO-ANTERIOR =
               WS-SALDO-REAL - WS-SOMA-RETROATIVA

           MOVE 0 TO WS-POSITIVO-REAL
           MOVE 0 TO WS-NEGATIVO-REAL
           IF WS-SALDO-REAL > 0
               MOVE WS-SALDO-REAL TO WS-POSITIVO-REAL
           ELSE
               COMPUTE WS-NEGATIVO-REAL = 0 - WS-SALDO-REAL
           END-IF
           MOVE 0 TO WS-POSITIVO-ANTERIOR
           MOVE 0 TO WS-NEGATIVO-ANTERIOR
           IF WS-SALDO-ANTERIOR > 0
               MOVE WS-SALDO-ANTERIOR TO WS-POSITIVO-ANTERIOR
           ELSE
               COMPUTE WS-NEGATIVO-ANTERIOR = 0 - WS-SALDO-ANTERIOR
           END-IF

           IF CORREU-DEVEDORES(WS-DIA-OFFSET)
               COMPUTE WS-DIF-DEVEDORES = WS-DIF-DEVEDORES
                   + (WS-NEGATIVO-REAL - WS-NEGATIVO-ANTERIOR)
                   * WS-TAXA-DESCOBERTO / 360
           END-IF
           IF CORREU-CREDORES(WS-DIA-OFFSET)
               COMPUTE WS-DIF-CREDORES = WS-DIF-CREDORES
                   + (WS-POSITIVO-REAL - WS-POSITIVO-ANTERIOR)
                   * WS-TAXA-JUROS-MENSAL
           END-IF.

       3000-CREDITAR-ACERTO.
           *> como os juros de JUROS-MENSAL, so contas que aceitam
           *> creditos; as outras ficam com o acerto registado
           IF NOT CONTA-PERMITE-CREDITO
               ADD 1 TO WS-TOTAL-RETIDAS
               MOVE "B" TO AJ-DESTINO
               DISPLAY "CONTA " NR-CONTA-FILE " COM ESTADO '"
                   ESTADO-CONTA-FILE "' - ACERTO RETIDO."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ACERTO-LIQUIDO TO WS-VALOR-ACERTO
           ADD WS-VALOR-ACERTO TO SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO CREDITAR O ACERTO NA CONTA "
                       NR-CONTA-FILE "!"
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE "N" TO AJ-DESTINO
           ADD 1 TO WS-TOTAL-CREDITADAS
           MOVE WS-VALOR-ACERTO TO WS-VALOR-FORMATADO
           DISPLAY "CONTA " NR-CONTA-FILE " - ACERTO DE JUROS DE "
               WS-VALOR-FORMATADO " CREDITADO."

           MOVE NR-CONTA-FILE TO WS-LOG-CONTA
           MOVE WS-VALOR-ACERTO TO WS-LOG-VALOR
           MOVE "N" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG

           MOVE 'N' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           PERFORM 3100-RETER-IMPOSTO.

       3100-RETER-IMPOSTO.
           *> so a parte de juros credores paga imposto; a devolucao
           *> de juros devedores nao e rendimento
           IF WS-ACERTO-CREDORES NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACERTO-CREDORES < WS-VALOR-ACERTO
               MOVE WS-ACERTO-CREDORES TO WS-VALOR-JUROS
           ELSE
               MOVE WS-VALOR-ACERTO TO WS-VALOR-JUROS
           END-IF
           COMPUTE WS-VALOR-IMPOSTO ROUNDED =
               WS-VALOR-JUROS * WS-TAXA-RETENCAO
           IF WS-VALOR-IMPOSTO = 0
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-IMPOSTO FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO RETER IMPOSTO NA CONTA "
                       NR-CONTA-FILE
               NOT INVALID KEY
                   MOVE NR-CONTA-FILE TO WS-LOG-CONTA
                   MOVE WS-VALOR-IMPOSTO TO WS-LOG-VALOR
                   MOVE "R" TO WS-LOG-TIPO-OP
                   PERFORM 9100-GRAVAR-LOG

                   MOVE 'R' TO WS-MOV-TIPO-OP
                   PERFORM 9200-GRAVAR-MOVIMENTO

                   PERFORM 9300-ACUMULAR-IMPOSTO
           END-REWRITE.

       3200-ACUMULAR-ACERTO.
           *> o acerto contra o cliente entra no acumulado de juros
           *> devedores e e debitado com eles no fim do mes ('U'); a
           *> data do ultimo dia acumulado nao muda, para a
           *> acumulacao diaria de hoje nao ser saltada
           COMPUTE WS-VALOR-ACERTO = 0 - WS-ACERTO-LIQUIDO
           MOVE NR-CONTA-FILE TO JD-CONTA
           READ FICHEIRO-ACUMULADOS
               INVALID KEY
                   MOVE NR-CONTA-FILE TO JD-CONTA
                   MOVE WS-VALOR-ACERTO TO JD-JUROS-ACUMULADOS
                   MOVE 0 TO JD-DATA-ULTIMO
                   MOVE " " TO JD-EXCEDEU-LIMITE
                   WRITE REG-ACUMULADO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR ACUMULADO DA "
                               "CONTA " NR-CONTA-FILE "!"
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-VALOR-ACERTO TO JD-JUROS-ACUMULADOS
                   REWRITE REG-ACUMULADO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR ACUMULADO DA "
                               "CONTA " NR-CONTA-FILE "!"
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ

           MOVE "U" TO AJ-DESTINO
           ADD 1 TO WS-TOTAL-ACUMULADAS
           MOVE WS-VALOR-ACERTO TO WS-VALOR-FORMATADO
           DISPLAY "CONTA " NR-CONTA-FILE " - ACERTO DE JUROS DE "
               WS-VALOR-FORMATADO " A DEBITAR NO FIM DO MES.".

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

           COPY PRECARIO.

           COPY RETENCAO.

           COPY DATAVAL.

           COPY DATANEG.
