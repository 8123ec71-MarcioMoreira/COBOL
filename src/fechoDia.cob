       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-FS-RUN-CONTROL.

      *> Fontes e destino da fotografia diaria de indicadores de
      *> gestao, gravada depois da reconciliacao.
           SELECT FICHEIRO-INDICADORES ASSIGN TO
               "data/indicadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPI-DATA
               FILE STATUS IS WS-FS-INDICADORES.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "data/depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-ALERTAS ASSIGN TO "data/alertas_aml.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTAS.

           SELECT FICHEIRO-CAIXA-MOV ASSIGN TO "data/caixa_mov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAIXA-MOV.

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       FD  FICHEIRO-INDICADORES.
           COPY INDICADOR.

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-ALERTAS.
           COPY ALERTAML.

       FD  FICHEIRO-CAIXA-MOV.
           COPY CAIXAMOV.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
       77  WS-FIM-CLI               PIC X VALUE 'N'.
           88 FIM-CLIENTES            VALUE 'S'.

       *> Subtotais por balcao de domicilio e moeda da conta,
       *> acumulados na fusao (clients.dat em ordem de conta) e
       *> localizados por pesquisa linear em memoria.
       77  WS-BAL-TOTAL             PIC 9(03) VALUE 0.
       77  WS-BAL-IDX               PIC 9(03).
       77  WS-BAL-ACHADO            PIC X.
           88 BALCAO-NA-TABELA        VALUE 'S'.
       01  WS-TABELA-BALCOES.
           05 WS-BAL-ENTRADA OCCURS 500 TIMES.
              10 WS-BAL-CODIGO         PIC 9(04).
              10 WS-BAL-MOEDA          PIC X(03).
              10 WS-BAL-CONTAS         PIC 9(07).
              10 WS-BAL-DIVERGENCIAS   PIC 9(05).
              10 WS-BAL-ABERTURA       PIC S9(11)V99.
              10 WS-BAL-MOVIMENTO      PIC S9(11)V99.
              10 WS-BAL-FECHO          PIC S9(11)V99.

       77  WS-TEM-ABERTURA          PIC X.
       77  WS-MOVIMENTO-DIA         PIC S9(09)V99.
       77  WS-SALDO-ESPERADO        PIC S9(09)V99.

       *> Indicadores de gestao. Os da carteira de contas acumulam
       *> na fusao: conta sem saldo de abertura e conta que fecha o
       *> dia pela primeira vez; abertura sem conta no mestre e
       *> conta eliminada do ficheiro.
       77  WS-FS-INDICADORES        PIC XX.
       77  WS-FS-MOVIMENTOS         PIC XX.
       77  WS-FS-DEPOSITOS          PIC XX.
       77  WS-FS-EMPRESTIMOS        PIC XX.
       77  WS-FS-ALERTAS            PIC XX.
       77  WS-FS-CAIXA-MOV          PIC XX.
       77  WS-FS-CAMBIO             PIC XX.
       77  WS-CAMBIO-ABERTO         PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL       VALUE 'S'.
       77  WS-AB-CORRENTE           PIC X VALUE 'N'.
       77  WS-AB-USADA              PIC X VALUE 'N'.
       77  WS-KPI-ABERTAS           PIC 9(07) VALUE 0.
       77  WS-KPI-ELIMINADAS        PIC 9(07) VALUE 0.
       77  WS-KPI-ATIVAS            PIC 9(07) VALUE 0.
       77  WS-KPI-DORMENTES         PIC 9(07) VALUE 0.
       77  WS-KPI-BLOQUEADAS        PIC 9(07) VALUE 0.
       77  WS-KPI-CONGELADAS        PIC 9(07) VALUE 0.
       77  WS-KPI-FALECIDO          PIC 9(07) VALUE 0.
       77  WS-KPI-ENCERRADAS        PIC 9(07) VALUE 0.
       77  WS-KPI-ORDEM             PIC 9(13)V99 VALUE 0.
       77  WS-KPI-DESCOBERTOS       PIC 9(13)V99 VALUE 0.
       77  WS-KPI-SEM-CAMBIO        PIC 9(07) VALUE 0.
       *> fotografia anterior (base das contas encerradas no dia)
       *> e a do proprio dia, quando o fecho e reexecutado: a
       *> abertura ja foi reescrita pelo primeiro fecho, por isso
       *> as contas abertas e eliminadas somam-se as ja contadas
       77  WS-KPI-TEM-ANTERIOR      PIC X.
       77  WS-KPI-ENCERRADAS-ANT    PIC 9(07).
       77  WS-KPI-TEM-DIA           PIC X.
       77  WS-KPI-ABERTAS-DIA       PIC 9(07).
       77  WS-KPI-ELIMINADAS-DIA    PIC 9(07).
       77  WS-KPI-TAXA              PIC 9(03)V9(06).
       77  WS-KPI-SEM-TAXA          PIC X.
       77  WS-KPI-VALOR             PIC 9(13)V99.
       77  WS-KPI-CONTA-TAXA        PIC 9(09) VALUE 0.
       77  WS-KPI-CANAL-IDX         PIC 9(01).
       77  WS-KPI-TIPO-IDX          PIC 9(02).
       77  WS-KPI-BALCAO-QTD        PIC 9(07).
       77  WS-KPI-BALCAO-VALOR      PIC 9(13)V99.
       77  WS-KPI-FORMATADO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-KPI-CODIGOS-TIPO      PIC X(36) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  WS-KPI-LISTA-TIPOS REDEFINES WS-KPI-CODIGOS-TIPO.
           05 WS-KPI-TIPO-CODIGO    PIC X(01) OCCURS 36 TIMES.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 9800-LER-DATA-NEGOCIO

           PERFORM 1000-ORDENAR-LOG-DO-DIA
           PERFORM 1500-ORDENAR-ABERTURA
           PERFORM 2900-ABRIR-CAMBIO
           PERFORM 3000-RECONCILIAR-FUSAO
           PERFORM 4000-GRAVAR-INDICADORES
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF
           PERFORM 9860-REGISTAR-FIM-JOB
           STOP RUN.

                   GIVING FICHEIRO-AB-ORDENADA
           END-IF.

       2900-ABRIR-CAMBIO SECTION.
           OPEN INPUT FICHEIRO-CAMBIO
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE CAMBIOS INDISPONIVEL - "
                   "INDICADORES PELO VALOR NOMINAL."
           END-IF.

       3000-RECONCILIAR-FUSAO SECTION.
           DISPLAY " "
           DISPLAY "-------------------------------------------------"
                       PERFORM 3100-RECONCILIAR-CONTA
               END-READ
           END-PERFORM
           *> aberturas que sobram depois da ultima conta do mestre
           *> sao de contas eliminadas
           PERFORM UNTIL FIM-ABERTURA-ORDENADA
               PERFORM 3200-LER-ABERTURA-ORDENADA
           END-PERFORM

           CLOSE FICHEIRO-CLIENTES
           CLOSE FICHEIRO-AB-ORDENADA
           DISPLAY "CONTAS RECONCILIADAS : " WS-TOTAL-CONTAS
           DISPLAY "TOTAL DE DIVERGENCIAS: " WS-TOTAL-DIVERGENCIAS
           DISPLAY "-------------------------------------------------"
           PERFORM 3500-IMPRIMIR-BALCOES
           DISPLAY " ".

       3100-RECONCILIAR-CONTA SECTION.
           IF NOT FIM-ABERTURA-ORDENADA
                   AND AO-CONTA = NR-CONTA-FILE
               MOVE "S" TO WS-TEM-ABERTURA
               MOVE 'S' TO WS-AB-USADA
           END-IF

           MOVE 0 TO WS-MOVIMENTO-DIA

           *> sem saldo de abertura conhecido ainda nao ha baseline
           *> para reconciliar; este registo passa a ser a baseline
           PERFORM 3400-LOCALIZAR-BALCAO
           ADD 1 TO WS-BAL-CONTAS(WS-BAL-IDX)
           ADD WS-MOVIMENTO-DIA TO WS-BAL-MOVIMENTO(WS-BAL-IDX)
           ADD SALDO-FILE TO WS-BAL-FECHO(WS-BAL-IDX)
           PERFORM 3600-ACUMULAR-CARTEIRA
           IF WS-TEM-ABERTURA = "S"
               ADD AO-SALDO TO WS-BAL-ABERTURA(WS-BAL-IDX)
               COMPUTE WS-SALDO-ESPERADO =
                   AO-SALDO + WS-MOVIMENTO-DIA
               IF WS-SALDO-ESPERADO NOT = SALDO-FILE
                   ADD 1 TO WS-TOTAL-DIVERGENCIAS
                   ADD 1 TO WS-BAL-DIVERGENCIAS(WS-BAL-IDX)
                   MOVE WS-SALDO-ESPERADO TO WS-ESPERADO-FORMATADO
                   MOVE SALDO-FILE TO WS-VALOR-FORMATADO
                   DISPLAY "CONTA " NR-CONTA-FILE
           WRITE REG-ABERTURA.

       3200-LER-ABERTURA-ORDENADA SECTION.
           *> a abertura que fica para tras sem ter casado com uma
           *> conta do mestre e de uma conta eliminada
           IF WS-AB-CORRENTE = 'S' AND WS-AB-USADA NOT = 'S'
               ADD 1 TO WS-KPI-ELIMINADAS
           END-IF
           READ FICHEIRO-AB-ORDENADA
               AT END
                   MOVE 'S' TO WS-FIM-AB
                   MOVE 'N' TO WS-AB-CORRENTE
               NOT AT END
                   MOVE 'S' TO WS-AB-CORRENTE
                   MOVE 'N' TO WS-AB-USADA
           END-READ.

       3300-LER-MOVIMENTO-DIA SECTION.
                   MOVE 'S' TO WS-FIM-MOV
           END-READ.

       3400-LOCALIZAR-BALCAO SECTION.
           *> pesquisa linear pelo balcao e moeda da conta corrente
           MOVE 'N' TO WS-BAL-ACHADO
           MOVE 1 TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX > WS-BAL-TOTAL
                      OR BALCAO-NA-TABELA
               IF WS-BAL-CODIGO(WS-BAL-IDX) = BALCAO-FILE
                       AND WS-BAL-MOEDA(WS-BAL-IDX) = MOEDA-FILE
                   MOVE 'S' TO WS-BAL-ACHADO
               ELSE
                   ADD 1 TO WS-BAL-IDX
               END-IF
           END-PERFORM
           IF NOT BALCAO-NA-TABELA
               IF WS-BAL-TOTAL >= 500
                   DISPLAY "ERRO: MAIS DE 500 PARES BALCAO/MOEDA - "
                       "TABELA DE SUBTOTAIS CHEIA. FECHO ABORTADO."
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-TOTAL
               MOVE WS-BAL-TOTAL TO WS-BAL-IDX
               MOVE BALCAO-FILE TO WS-BAL-CODIGO(WS-BAL-IDX)
               MOVE MOEDA-FILE TO WS-BAL-MOEDA(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-CONTAS(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-DIVERGENCIAS(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-ABERTURA(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-MOVIMENTO(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-FECHO(WS-BAL-IDX)
           END-IF.

       3500-IMPRIMIR-BALCOES SECTION.
           *> abertura + movimento do dia = fecho, por balcao; a
           *> abertura so conta as contas que ja tinham baseline
           IF WS-BAL-TOTAL = 0
               EXIT SECTION
           END-IF
           DISPLAY "SUBTOTAIS POR BALCAO DE DOMICILIO"
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-TOTAL
               DISPLAY "BALCAO " WS-BAL-CODIGO(WS-BAL-IDX) " "
                   WS-BAL-MOEDA(WS-BAL-IDX) " - "
                   WS-BAL-CONTAS(WS-BAL-IDX) " CONTAS, "
                   WS-BAL-DIVERGENCIAS(WS-BAL-IDX) " DIVERGENCIAS"
               MOVE WS-BAL-ABERTURA(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  ABERTURA : " WS-VALOR-FORMATADO
               MOVE WS-BAL-MOVIMENTO(WS-BAL-IDX)
                   TO WS-VALOR-FORMATADO
               DISPLAY "  MOVIMENTO: " WS-VALOR-FORMATADO
               MOVE WS-BAL-FECHO(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  FECHO    : " WS-VALOR-FORMATADO
           END-PERFORM
           DISPLAY "-------------------------------------------------".

       3600-ACUMULAR-CARTEIRA SECTION.
           *> contas por estado e saldos da conta corrente do mestre
           *> para a fotografia de indicadores
           IF WS-TEM-ABERTURA NOT = "S"
               ADD 1 TO WS-KPI-ABERTAS
           END-IF
           EVALUATE TRUE
               WHEN CONTA-ATIVA-FILE
                   ADD 1 TO WS-KPI-ATIVAS
               WHEN CONTA-DORMENTE-FILE
                   ADD 1 TO WS-KPI-DORMENTES
               WHEN CONTA-BLOQUEADA-FILE
                   ADD 1 TO WS-KPI-BLOQUEADAS
               WHEN CONTA-CONGELADA-FILE
                   ADD 1 TO WS-KPI-CONGELADAS
               WHEN CONTA-FALECIDO-FILE
                   ADD 1 TO WS-KPI-FALECIDO
               WHEN CONTA-ENCERRADA-FILE
                   ADD 1 TO WS-KPI-ENCERRADAS
           END-EVALUATE
           IF CONTA-ENCERRADA-FILE OR SALDO-FILE = 0
               EXIT SECTION
           END-IF
           PERFORM 8100-OBTER-TAXA
           IF WS-KPI-SEM-TAXA = 'S'
               ADD 1 TO WS-KPI-SEM-CAMBIO
           END-IF
           IF SALDO-FILE > 0
               COMPUTE WS-KPI-VALOR ROUNDED = SALDO-FILE * WS-KPI-TAXA
               ADD WS-KPI-VALOR TO WS-KPI-ORDEM
           ELSE
               COMPUTE WS-KPI-VALOR ROUNDED =
                   (0 - SALDO-FILE) * WS-KPI-TAXA
               ADD WS-KPI-VALOR TO WS-KPI-DESCOBERTOS
           END-IF.

       4000-GRAVAR-INDICADORES SECTION.
           *> fotografia dos indicadores de gestao do dia; uma falha
           *> aqui so avisa - a reconciliacao ja esta feita e o fecho
           *> nao fica por isso por terminar
           OPEN I-O FICHEIRO-INDICADORES
           IF WS-FS-INDICADORES = "35"
               OPEN OUTPUT FICHEIRO-INDICADORES
               CLOSE FICHEIRO-INDICADORES
               OPEN I-O FICHEIRO-INDICADORES
           END-IF
           IF WS-FS-INDICADORES NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE INDICADORES ("
                   WS-FS-INDICADORES ") - FOTOGRAFIA DO DIA NAO "
                   "GRAVADA."
               EXIT SECTION
           END-IF
           OPEN INPUT FICHEIRO-CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-INDICADORES
               DISPLAY "AVISO: CLIENTS.DAT INDISPONIVEL ("
                   WS-FS-CLIENTES ") - FOTOGRAFIA DO DIA NAO "
                   "GRAVADA."
               EXIT SECTION
           END-IF

           PERFORM 4100-LER-FOTOGRAFIAS

           INITIALIZE REG-INDICADOR
           MOVE WS-DATA-FECHO TO KPI-DATA
           COMPUTE KPI-CONTAS-ABERTAS =
               WS-KPI-ABERTAS + WS-KPI-ABERTAS-DIA
           COMPUTE KPI-CONTAS-ELIMINADAS =
               WS-KPI-ELIMINADAS + WS-KPI-ELIMINADAS-DIA
           MOVE KPI-CONTAS-ELIMINADAS TO KPI-CONTAS-ENCERRADAS
           IF WS-KPI-TEM-ANTERIOR = 'S'
                   AND WS-KPI-ENCERRADAS > WS-KPI-ENCERRADAS-ANT
               COMPUTE KPI-CONTAS-ENCERRADAS = KPI-CONTAS-ENCERRADAS
                   + WS-KPI-ENCERRADAS - WS-KPI-ENCERRADAS-ANT
           END-IF
           MOVE WS-KPI-ATIVAS TO KPI-CONTAS-ATIVAS
           MOVE WS-KPI-DORMENTES TO KPI-CONTAS-DORMENTES
           MOVE WS-KPI-BLOQUEADAS TO KPI-CONTAS-BLOQUEADAS
           MOVE WS-KPI-CONGELADAS TO KPI-CONTAS-CONGELADAS
           MOVE WS-KPI-FALECIDO TO KPI-CONTAS-FALECIDO
           MOVE WS-KPI-ENCERRADAS TO KPI-TOTAL-ENCERRADAS
           MOVE WS-KPI-ORDEM TO KPI-DEPOSITOS-ORDEM
           MOVE WS-KPI-DESCOBERTOS TO KPI-DESCOBERTOS

           MOVE 0 TO WS-KPI-CONTA-TAXA
           PERFORM 4200-SOMAR-DEPOSITOS
           PERFORM 4300-SOMAR-EMPRESTIMOS
           PERFORM 4400-CONTAR-MOVIMENTOS
           PERFORM 4500-DESCONTAR-BALCAO
           PERFORM 4600-CONTAR-ALERTAS
           MOVE WS-KPI-SEM-CAMBIO TO KPI-SEM-CAMBIO

           *> reexecucao do fecho: a fotografia do dia e substituida
           WRITE REG-INDICADOR
               INVALID KEY
                   REWRITE REG-INDICADOR
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A FOTOGRAFIA DE "
                               "INDICADORES!"
                   END-REWRITE
           END-WRITE
           CLOSE FICHEIRO-CLIENTES
           CLOSE FICHEIRO-INDICADORES

           DISPLAY "INDICADORES DE GESTAO DO DIA " KPI-DATA
           DISPLAY "  CONTAS ABERTAS / ENCERRADAS: "
               KPI-CONTAS-ABERTAS " / " KPI-CONTAS-ENCERRADAS
           DISPLAY "  ATIVAS / DORMENTES / BLOQUEADAS: "
               KPI-CONTAS-ATIVAS " / " KPI-CONTAS-DORMENTES " / "
               KPI-CONTAS-BLOQUEADAS
           COMPUTE WS-KPI-FORMATADO =
               KPI-DEPOSITOS-ORDEM + KPI-DEPOSITOS-PRAZO
           DISPLAY "  DEPOSITOS (EUR)  : " WS-KPI-FORMATADO
           COMPUTE WS-KPI-FORMATADO =
               KPI-EMPRESTIMOS + KPI-DESCOBERTOS
           DISPLAY "  CREDITO (EUR)    : " WS-KPI-FORMATADO
           MOVE KPI-ATM-VALOR TO WS-KPI-FORMATADO
           DISPLAY "  DISPENSADO ATM   : " WS-KPI-FORMATADO
           MOVE KPI-COMISSOES TO WS-KPI-FORMATADO
           DISPLAY "  COMISSOES        : " WS-KPI-FORMATADO
           DISPLAY "  ALERTAS AML NOVOS: " KPI-ALERTAS-AML
           IF WS-KPI-TEM-ANTERIOR NOT = 'S'
               DISPLAY "  (SEM FOTOGRAFIA ANTERIOR - ENCERRAMENTOS SO "
                   "PELAS CONTAS ELIMINADAS)"
           END-IF
           IF KPI-SEM-CAMBIO > 0
               DISPLAY "  *** " KPI-SEM-CAMBIO " CONTA(S) SEM TAXA EM "
                   "CAMBIO.DAT - PELO VALOR NOMINAL ***"
           END-IF
           DISPLAY "-------------------------------------------------".

       4100-LER-FOTOGRAFIAS SECTION.
           *> ultima fotografia anterior ao dia e a do proprio dia
           MOVE 'N' TO WS-KPI-TEM-ANTERIOR
           MOVE 0 TO WS-KPI-ENCERRADAS-ANT
           MOVE 'N' TO WS-KPI-TEM-DIA
           MOVE 0 TO WS-KPI-ABERTAS-DIA
           MOVE 0 TO WS-KPI-ELIMINADAS-DIA
           MOVE 0 TO KPI-DATA
           START FICHEIRO-INDICADORES KEY IS GREATER THAN KPI-DATA
               INVALID KEY
                   MOVE "10" TO WS-FS-INDICADORES
           END-START
           PERFORM UNTIL WS-FS-INDICADORES = "10"
               READ FICHEIRO-INDICADORES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-INDICADORES
                   NOT AT END
                       IF KPI-DATA < WS-DATA-FECHO
                           MOVE 'S' TO WS-KPI-TEM-ANTERIOR
                           MOVE KPI-TOTAL-ENCERRADAS TO
                               WS-KPI-ENCERRADAS-ANT
                       ELSE
                           IF KPI-DATA = WS-DATA-FECHO
                               MOVE 'S' TO WS-KPI-TEM-DIA
                               MOVE KPI-CONTAS-ABERTAS TO
                                   WS-KPI-ABERTAS-DIA
                               MOVE KPI-CONTAS-ELIMINADAS TO
                                   WS-KPI-ELIMINADAS-DIA
                           END-IF
                           MOVE "10" TO WS-FS-INDICADORES
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-INDICADORES.

       4200-SOMAR-DEPOSITOS SECTION.
           OPEN INPUT FICHEIRO-DEPOSITOS
           IF WS-FS-DEPOSITOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE DEPOSITOS A PRAZO - "
                   "INDICADOR A ZERO."
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO DP-NUMERO
           START FICHEIRO-DEPOSITOS KEY IS GREATER THAN DP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-DEPOSITOS
           END-START
           PERFORM UNTIL WS-FS-DEPOSITOS = "10"
               READ FICHEIRO-DEPOSITOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-DEPOSITOS
                   NOT AT END
                       IF DEP-ATIVO
                           MOVE DP-CONTA TO NR-CONTA-FILE
                           PERFORM 8200-TAXA-DA-CONTA
                           COMPUTE WS-KPI-VALOR ROUNDED =
                               DP-CAPITAL * WS-KPI-TAXA
                           ADD WS-KPI-VALOR TO KPI-DEPOSITOS-PRAZO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-DEPOSITOS.

       4300-SOMAR-EMPRESTIMOS SECTION.
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE EMPRESTIMOS - "
                   "INDICADOR A ZERO."
               EXIT SECTION
           END-IF
           MOVE LOW-VALUES TO EMP-NUMERO
           START FICHEIRO-EMPRESTIMOS KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-EMPRESTIMOS
           END-START
           PERFORM UNTIL WS-FS-EMPRESTIMOS = "10"
               READ FICHEIRO-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-EMPRESTIMOS
                   NOT AT END
                       IF EMP-ATIVO
                           MOVE EMP-CONTA TO NR-CONTA-FILE
                           PERFORM 8200-TAXA-DA-CONTA
                           COMPUTE WS-KPI-VALOR ROUNDED =
                               EMP-SALDO-DEVEDOR * WS-KPI-TAXA
                           ADD WS-KPI-VALOR TO KPI-EMPRESTIMOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-EMPRESTIMOS.

       4400-CONTAR-MOVIMENTOS SECTION.
           OPEN INPUT FICHEIRO-MOVIMENTOS
           IF WS-FS-MOVIMENTOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE MOVIMENTOS - "
                   "CONTAGENS A ZERO."
               EXIT SECTION
           END-IF
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
                       IF MOV-DATA = WS-DATA-FECHO
                           PERFORM 4410-CONTAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-MOVIMENTOS.

       4410-CONTAR-MOVIMENTO SECTION.
           MOVE MOV-CONTA TO NR-CONTA-FILE
           PERFORM 8200-TAXA-DA-CONTA
           IF MOV-VALOR < 0
               COMPUTE WS-KPI-VALOR ROUNDED =
                   (0 - MOV-VALOR) * WS-KPI-TAXA
           ELSE
               COMPUTE WS-KPI-VALOR ROUNDED = MOV-VALOR * WS-KPI-TAXA
           END-IF

           MOVE 1 TO WS-KPI-TIPO-IDX
           PERFORM UNTIL WS-KPI-TIPO-IDX > 36
                   OR WS-KPI-TIPO-CODIGO(WS-KPI-TIPO-IDX) = MOV-TIPO-OP
               ADD 1 TO WS-KPI-TIPO-IDX
           END-PERFORM
           IF WS-KPI-TIPO-IDX <= 36
               ADD 1 TO KPI-TIPO-QTD(WS-KPI-TIPO-IDX)
           END-IF

           EVALUATE MOV-TIPO-OP
               WHEN "D" WHEN "L"
                   MOVE 1 TO WS-KPI-CANAL-IDX
               WHEN "O"
                   MOVE 2 TO WS-KPI-CANAL-IDX
               WHEN "T" WHEN "E" WHEN "V"
                   MOVE 3 TO WS-KPI-CANAL-IDX
               WHEN "H" WHEN "Q"
                   MOVE 4 TO WS-KPI-CANAL-IDX
               WHEN "A" WHEN "B" WHEN "P"
                   MOVE 5 TO WS-KPI-CANAL-IDX
               WHEN OTHER
                   MOVE 6 TO WS-KPI-CANAL-IDX
           END-EVALUATE
           ADD 1 TO KPI-CANAL-QTD(WS-KPI-CANAL-IDX)
           ADD WS-KPI-VALOR TO KPI-CANAL-VALOR(WS-KPI-CANAL-IDX)

           EVALUATE MOV-TIPO-OP
               WHEN "L"
                   ADD 1 TO KPI-ATM-QTD
                   ADD WS-KPI-VALOR TO KPI-ATM-VALOR
               WHEN "F" WHEN "M"
                   ADD WS-KPI-VALOR TO KPI-COMISSOES
           END-EVALUATE.

       4500-DESCONTAR-BALCAO SECTION.
           *> os levantamentos 'L' incluem os pagos ao balcao: o
           *> diario de caixa desconta-os, como em RECONCILIACAO-ATM
           MOVE 0 TO WS-KPI-BALCAO-QTD
           MOVE 0 TO WS-KPI-BALCAO-VALOR
           OPEN INPUT FICHEIRO-CAIXA-MOV
           IF WS-FS-CAIXA-MOV NOT = "00"
               DISPLAY "AVISO: SEM DIARIO DE CAIXA - LEVANTAMENTOS "
                   "DE BALCAO CONTADOS NO ATM."
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FS-CAIXA-MOV = "10"
               READ FICHEIRO-CAIXA-MOV
                   AT END
                       MOVE "10" TO WS-FS-CAIXA-MOV
                   NOT AT END
                       IF CXM-DATA = WS-DATA-FECHO
                               AND CXM-TIPO = "S"
                           ADD 1 TO WS-KPI-BALCAO-QTD
                           ADD CXM-VALOR TO WS-KPI-BALCAO-VALOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-CAIXA-MOV
           IF WS-KPI-BALCAO-QTD < KPI-ATM-QTD
               SUBTRACT WS-KPI-BALCAO-QTD FROM KPI-ATM-QTD
           ELSE
               MOVE 0 TO KPI-ATM-QTD
           END-IF
           IF WS-KPI-BALCAO-VALOR < KPI-ATM-VALOR
               SUBTRACT WS-KPI-BALCAO-VALOR FROM KPI-ATM-VALOR
           ELSE
               MOVE 0 TO KPI-ATM-VALOR
           END-IF.

       4600-CONTAR-ALERTAS SECTION.
           OPEN INPUT FICHEIRO-ALERTAS
           IF WS-FS-ALERTAS NOT = "00"
               *> sem ficheiro nao houve alertas (MONITOR-AML cria-o
               *> no primeiro alerta)
               EXIT SECTION
           END-IF
           PERFORM UNTIL WS-FS-ALERTAS = "10"
               READ FICHEIRO-ALERTAS
                   AT END
                       MOVE "10" TO WS-FS-ALERTAS
                   NOT AT END
                       IF ALR-DATA = WS-DATA-FECHO
                           ADD 1 TO KPI-ALERTAS-AML
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-ALERTAS.

       8000-SINAL-DA-OPERACAO SECTION.
           EVALUATE LOG-TIPO-OP
               WHEN "D" WHEN "E" WHEN "I" WHEN "J"
               WHEN "V" WHEN "X" WHEN "K" WHEN "H"
               WHEN "N"
                   MOVE 1 TO WS-SINAL
               WHEN "T" WHEN "L" WHEN "F" WHEN "P"
               WHEN "B" WHEN "M" WHEN "Q" WHEN "Y" WHEN "R"
               WHEN "U" WHEN "W" WHEN "O"
               WHEN "Z"
               WHEN "G"
               WHEN "A"
               WHEN "4"
                   MOVE -1 TO WS-SINAL
               WHEN OTHER
                   MOVE 0 TO WS-SINAL
           END-EVALUATE.

       8100-OBTER-TAXA SECTION.
           *> taxa para EUR da moeda da conta em REG-CLIENTE; sem
           *> taxa conta o valor nominal e WS-KPI-SEM-TAXA fica 'S'
           MOVE 1 TO WS-KPI-TAXA
           MOVE 'N' TO WS-KPI-SEM-TAXA
           IF MOEDA-FILE = "EUR" OR MOEDA-FILE = SPACES
               EXIT SECTION
           END-IF
           IF NOT CAMBIO-DISPONIVEL
               MOVE 'S' TO WS-KPI-SEM-TAXA
               EXIT SECTION
           END-IF
           MOVE MOEDA-FILE TO CAMBIO-MOEDA
           READ FICHEIRO-CAMBIO
               INVALID KEY
                   MOVE 'S' TO WS-KPI-SEM-TAXA
               NOT INVALID KEY
                   MOVE CAMBIO-TAXA TO WS-KPI-TAXA
           END-READ.

       8200-TAXA-DA-CONTA SECTION.
           *> taxa da conta em NR-CONTA-FILE; a ultima conta lida
           *> fica em memoria para poupar a releitura quando a mesma
           *> conta aparece seguida
           IF NR-CONTA-FILE = WS-KPI-CONTA-TAXA
               EXIT SECTION
           END-IF
           MOVE NR-CONTA-FILE TO WS-KPI-CONTA-TAXA
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   MOVE 1 TO WS-KPI-TAXA
                   EXIT SECTION
           END-READ
           PERFORM 8100-OBTER-TAXA.

      *> seccao propria para os paragrafos copiados do controlo de
      *> execucao: sem ela ficavam na cauda de
      *> 8000-SINAL-DA-OPERACAO e corriam por cada linha do log,
