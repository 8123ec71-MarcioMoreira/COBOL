       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPA-LIQUIDEZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

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

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-ESCOAMENTO ASSIGN TO
               "data/escoamento_ordem.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCOAMENTO.

           SELECT FICHEIRO-CSV ASSIGN TO "data/mapa_liquidez.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-ESCOAMENTO.
           COPY ESCOAMENTO.

       FD  FICHEIRO-CSV.
       01  REG-CSV-LINHA             PIC X(120).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-FS-ESCOAMENTO        PIC XX.
       77  WS-FS-CSV               PIC XX.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL    VALUE 'S'.
       77  WS-COM-ALERTA           PIC X VALUE 'N'.

       *> contas internas do banco (transitoria, cambial, penhoras,
       *> prescritos, servicos): nao sao recursos de clientes
       77  WS-CONTA-INTERNA-MIN    PIC 9(09) VALUE 999999900.

       *> Faixas do mapa: limite superior em dias de calendario a
       *> contar da data de negocio (o que ja venceu cai em
       *> overnight).
       01  WS-TABELA-FAIXAS.
           05 FILLER               PIC X(12) VALUE "OVERNIGHT".
           05 FILLER               PIC 9(05) VALUE 1.
           05 FILLER               PIC X(12) VALUE "ATE 1 MES".
           05 FILLER               PIC 9(05) VALUE 30.
           05 FILLER               PIC X(12) VALUE "1-3 MESES".
           05 FILLER               PIC 9(05) VALUE 91.
           05 FILLER               PIC X(12) VALUE "3-12 MESES".
           05 FILLER               PIC 9(05) VALUE 365.
           05 FILLER               PIC X(12) VALUE "1-5 ANOS".
           05 FILLER               PIC 9(05) VALUE 1826.
           05 FILLER               PIC X(12) VALUE "MAIS 5 ANOS".
           05 FILLER               PIC 9(05) VALUE 99999.
       01  WS-LISTA-FAIXAS REDEFINES WS-TABELA-FAIXAS.
           05 WS-FAIXA OCCURS 6 TIMES.
              10 WS-FAIXA-NOME       PIC X(12).
              10 WS-FAIXA-LIMITE     PIC 9(05).
       77  WS-FAIXA-IDX            PIC 9(01).
       77  WS-DIAS                 PIC S9(07).

       *> Perfil de escoamento dos depositos a ordem em uso (do
       *> ficheiro, ou o de omissao): percentagem por faixa.
       01  WS-PERFIL-OMISSAO.
           05 FILLER               PIC 9(03)V99 VALUE 10.00.
           05 FILLER               PIC 9(03)V99 VALUE 10.00.
           05 FILLER               PIC 9(03)V99 VALUE 10.00.
           05 FILLER               PIC 9(03)V99 VALUE 20.00.
           05 FILLER               PIC 9(03)V99 VALUE 40.00.
           05 FILLER               PIC 9(03)V99 VALUE 10.00.
       01  WS-PERFIL-ESCOAMENTO.
           05 WS-ESC-PERCENTAGEM   PIC 9(03)V99 OCCURS 6 TIMES.
       77  WS-ESC-SOMA             PIC 9(04)V99.
       77  WS-ESC-ORIGEM           PIC X(20).

       *> Fluxos por moeda e faixa: saidas dos depositos a ordem
       *> (pelo perfil) e a prazo (pelo vencimento) e entradas das
       *> prestacoes dos emprestimos (pelo plano de amortizacao).
       77  WS-MOE-TOTAL            PIC 9(02) VALUE 0.
       77  WS-MOE-IDX              PIC 9(02).
       77  WS-MOE-PROCURADA        PIC X(03).
       77  WS-MOE-ACHADA           PIC X.
           88 MOEDA-NA-TABELA      VALUE 'S'.
       01  WS-TABELA-MOEDAS.
           05 WS-MOE-ENTRADA OCCURS 20 TIMES.
              10 WS-MOE-CODIGO         PIC X(03).
              10 WS-MOE-TAXA           PIC 9(03)V9(06).
              10 WS-MOE-COM-TAXA       PIC X(01).
              10 WS-MOE-ORDEM-TOTAL    PIC 9(11)V99.
              10 WS-MOE-FAIXA OCCURS 6 TIMES.
                 15 WS-MOE-ORDEM       PIC 9(11)V99.
                 15 WS-MOE-PRAZO       PIC 9(11)V99.
                 15 WS-MOE-EMPREST     PIC 9(11)V99.

       *> consolidado em EUR das moedas com taxa em cambio.dat
       01  WS-TABELA-EUR.
           05 WS-EUR-FAIXA OCCURS 6 TIMES.
              10 WS-EUR-ORDEM          PIC 9(13)V99.
              10 WS-EUR-PRAZO          PIC 9(13)V99.
              10 WS-EUR-EMPREST        PIC 9(13)V99.

       77  WS-VALOR                PIC 9(11)V99.
       77  WS-VALOR-EUR            PIC 9(13)V99.
       77  WS-SAIDAS               PIC 9(13)V99.
       77  WS-GAP                  PIC S9(13)V99.
       77  WS-GAP-ACUMULADO        PIC S9(13)V99.
       77  WS-ORDEM-RESTANTE       PIC 9(11)V99.
       77  WS-JUROS                PIC 9(07)V99.
       77  WS-PRESTACOES-FALTA     PIC S9(04).
       77  WS-TOTAL-CONTAS         PIC 9(07) VALUE 0.
       77  WS-TOTAL-DEPOSITOS      PIC 9(07) VALUE 0.
       77  WS-TOTAL-EMPRESTIMOS    PIC 9(07) VALUE 0.
       77  WS-TOTAL-EXCLUIDOS      PIC 9(07) VALUE 0.

       01  WS-DATA-CALC.
           05 WS-CALC-ANO          PIC 9(04).
           05 WS-CALC-MES          PIC 9(02).
           05 WS-CALC-DIA          PIC 9(02).
       01  WS-DATA-CALC-NUM REDEFINES WS-DATA-CALC PIC 9(08).
       77  WS-DIA-BASE             PIC 9(02).
       77  WS-ULTIMO-DIA-MES       PIC 9(02).

       01  WS-LINHA-IMPRESSAO.
           05 WS-LI-FAIXA          PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-ORDEM          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-PRAZO          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-EMPREST        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-GAP            PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-GAP-ACUM       PIC -Z,ZZZ,ZZZ,ZZ9.99.

       *> linha do extrato para a folha de calculo da tesouraria:
       *> tipo 'M' por moeda original, 'T' consolidado em EUR
       01  WS-CABECALHO-CSV.
           05 FILLER               PIC X(50) VALUE
               "DATA,TIPO,MOEDA,ORDEM_FAIXA,FAIXA,DEPOSITOS_ORDEM,".
           05 FILLER               PIC X(45) VALUE
               "DEPOSITOS_PRAZO,EMPRESTIMOS,GAP,GAP_ACUMULADO".
       01  WS-LINHA-CSV.
           05 WS-CSV-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-TIPO          PIC X(01).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-MOEDA         PIC X(03).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-ORDEM-FAIXA   PIC 9(01).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-FAIXA         PIC X(12).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-ORDEM         PIC ZZZZZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-PRAZO         PIC ZZZZZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-EMPREST       PIC ZZZZZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-GAP           PIC -ZZZZZZZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-GAP-ACUM      PIC -ZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-CSV.
           IF WS-FS-CSV NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO CRIAR O EXTRATO CSV. STATUS: "
                   WS-FS-CSV
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE CAMBIOS INDISPONIVEL - "
                   "SEM CONSOLIDADO EM EUR."
           END-IF.

           PERFORM 1000-CARREGAR-PERFIL.
           PERFORM 2000-ACUMULAR-ORDEM.
           PERFORM 3000-ACUMULAR-PRAZO.
           PERFORM 4000-ACUMULAR-EMPRESTIMOS.
           PERFORM 5000-DISTRIBUIR-ORDEM.

           INITIALIZE WS-TABELA-EUR.
           MOVE WS-DATA-NEGOCIO TO WS-CSV-DATA.
           WRITE REG-CSV-LINHA FROM WS-CABECALHO-CSV.

           DISPLAY " ".
           DISPLAY "=================================================="
               "================================".
           DISPLAY "   MAPA DE LIQUIDEZ POR PRAZO RESIDUAL - "
               WS-DATA-NEGOCIO.
           DISPLAY "   PERFIL DOS DEPOSITOS A ORDEM: " WS-ESC-ORIGEM.
           DISPLAY "=================================================="
               "================================".

           IF WS-MOE-TOTAL = 0
               DISPLAY "(SEM SALDOS, DEPOSITOS OU EMPRESTIMOS)"
           ELSE
               PERFORM VARYING WS-MOE-IDX FROM 1 BY 1
                       UNTIL WS-MOE-IDX > WS-MOE-TOTAL
                   PERFORM 6000-IMPRIMIR-MOEDA
               END-PERFORM
               IF CAMBIO-DISPONIVEL
                   PERFORM 7000-IMPRIMIR-CONSOLIDADO
               END-IF
           END-IF.

           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-CSV.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.

           DISPLAY " ".
           DISPLAY "CONTAS A ORDEM     : " WS-TOTAL-CONTAS.
           DISPLAY "DEPOSITOS A PRAZO  : " WS-TOTAL-DEPOSITOS.
           DISPLAY "EMPRESTIMOS        : " WS-TOTAL-EMPRESTIMOS.
           DISPLAY "EMPRESTIMOS NAO PRODUTIVOS (FORA DO MAPA): "
               WS-TOTAL-EXCLUIDOS.
           IF WS-COM-ALERTA = 'S'
               DISPLAY "*** ATENCAO: HA MOEDAS SEM TAXA EM "
                   "CAMBIO.DAT - O CONSOLIDADO EM EUR ESTA "
                   "INCOMPLETO! ***"
           END-IF.
           DISPLAY "EXTRATO PARA A TESOURARIA: DATA/MAPA_LIQUIDEZ.CSV".
           DISPLAY " ".
           STOP RUN.

       1000-CARREGAR-PERFIL.
           MOVE WS-PERFIL-OMISSAO TO WS-PERFIL-ESCOAMENTO
           MOVE "OMISSAO" TO WS-ESC-ORIGEM
           OPEN INPUT FICHEIRO-ESCOAMENTO
           IF WS-FS-ESCOAMENTO NOT = "00"
               DISPLAY "AVISO: SEM PERFIL DE ESCOAMENTO "
                   "(ESCOAMENTO_ORDEM.DAT) - USADO O DE OMISSAO."
               EXIT PARAGRAPH
           END-IF

           READ FICHEIRO-ESCOAMENTO
               AT END
                   MOVE "10" TO WS-FS-ESCOAMENTO
           END-READ
           CLOSE FICHEIRO-ESCOAMENTO
           IF WS-FS-ESCOAMENTO NOT = "00"
               DISPLAY "AVISO: PERFIL DE ESCOAMENTO VAZIO - USADO O "
                   "DE OMISSAO."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ESC-SOMA
           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               IF EO-PERCENTAGEM(WS-FAIXA-IDX) IS NOT NUMERIC
                   MOVE 999 TO WS-ESC-SOMA
               ELSE
                   ADD EO-PERCENTAGEM(WS-FAIXA-IDX) TO WS-ESC-SOMA
               END-IF
           END-PERFORM
           IF WS-ESC-SOMA NOT = 100
               DISPLAY "AVISO: O PERFIL DE ESCOAMENTO NAO SOMA 100% - "
                   "USADO O DE OMISSAO."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               MOVE EO-PERCENTAGEM(WS-FAIXA-IDX)
                   TO WS-ESC-PERCENTAGEM(WS-FAIXA-IDX)
           END-PERFORM
           MOVE "ESCOAMENTO_ORDEM.DAT" TO WS-ESC-ORIGEM.

       2000-ACUMULAR-ORDEM.
           *> o saldo credor das contas de clientes e exigivel a
           *> vista; o descoberto nao e fluxo contratual e fica fora
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
                       IF NR-CONTA-FILE < WS-CONTA-INTERNA-MIN
                               AND NOT CONTA-ENCERRADA-FILE
                               AND SALDO-FILE > 0
                           ADD 1 TO WS-TOTAL-CONTAS
                           MOVE MOEDA-FILE TO WS-MOE-PROCURADA
                           PERFORM 8000-LOCALIZAR-MOEDA
                           ADD SALDO-FILE
                               TO WS-MOE-ORDEM-TOTAL(WS-MOE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CLIENTES.

       3000-ACUMULAR-PRAZO.
           *> capital mais juros do periodo, na data de vencimento
           *> contratual (a renovacao e decisao do cliente)
           OPEN INPUT FICHEIRO-DEPOSITOS
           IF WS-FS-DEPOSITOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE DEPOSITOS A PRAZO - "
                   "FORA DO MAPA."
               EXIT PARAGRAPH
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
                           PERFORM 3100-CLASSIFICAR-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-DEPOSITOS.

       3100-CLASSIFICAR-DEPOSITO.
           MOVE DP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "AVISO: DEPOSITO " DP-NUMERO " COM CONTA "
                       DP-CONTA " INEXISTENTE - FORA DO MAPA."
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-TOTAL-DEPOSITOS
           COMPUTE WS-JUROS ROUNDED =
               DP-CAPITAL * DP-TAXA-ANUAL * DP-PRAZO-MESES / 12
           MOVE MOEDA-FILE TO WS-MOE-PROCURADA
           PERFORM 8000-LOCALIZAR-MOEDA
           MOVE DP-DATA-VENCIMENTO TO WS-DATA-CALC-NUM
           PERFORM 8300-FAIXA-DA-DATA
           ADD DP-CAPITAL WS-JUROS
               TO WS-MOE-PRAZO(WS-MOE-IDX, WS-FAIXA-IDX).

       4000-ACUMULAR-EMPRESTIMOS.
           *> as prestacoes que faltam pagar, mes a mes desde a
           *> proxima prestacao; o credito nao produtivo nao e fonte
           *> de liquidez fiavel e fica fora do mapa
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE EMPRESTIMOS - "
                   "FORA DO MAPA."
               EXIT PARAGRAPH
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
                           IF EMP-NAO-PRODUTIVO
                               ADD 1 TO WS-TOTAL-EXCLUIDOS
                           ELSE
                               PERFORM 4100-PROJETAR-PRESTACOES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-EMPRESTIMOS.

       4100-PROJETAR-PRESTACOES.
           COMPUTE WS-PRESTACOES-FALTA =
               EMP-PRAZO-MESES - EMP-PRESTACOES-PAGAS
           IF WS-PRESTACOES-FALTA <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "AVISO: EMPRESTIMO " EMP-NUMERO
                       " COM CONTA " EMP-CONTA
                       " INEXISTENTE - FORA DO MAPA."
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-TOTAL-EMPRESTIMOS
           MOVE MOEDA-FILE TO WS-MOE-PROCURADA
           PERFORM 8000-LOCALIZAR-MOEDA
           MOVE EMP-PROXIMA-PRESTACAO TO WS-DATA-CALC-NUM
           MOVE WS-CALC-DIA TO WS-DIA-BASE

           *> quando uma prestacao ja cai na ultima faixa, as que
           *> faltam caem todas la
           PERFORM UNTIL WS-PRESTACOES-FALTA = 0
               PERFORM 8300-FAIXA-DA-DATA
               IF WS-FAIXA-IDX = 6
                   COMPUTE WS-VALOR =
                       EMP-PRESTACAO * WS-PRESTACOES-FALTA
                   ADD WS-VALOR TO WS-MOE-EMPREST(WS-MOE-IDX, 6)
                   MOVE 0 TO WS-PRESTACOES-FALTA
               ELSE
                   ADD EMP-PRESTACAO
                       TO WS-MOE-EMPREST(WS-MOE-IDX, WS-FAIXA-IDX)
                   SUBTRACT 1 FROM WS-PRESTACOES-FALTA
                   PERFORM 8100-AVANCAR-UM-MES
               END-IF
           END-PERFORM.

       5000-DISTRIBUIR-ORDEM.
           *> reparte o saldo a ordem de cada moeda pelo perfil; a
           *> ultima faixa leva o resto, para o total bater ao centimo
           PERFORM VARYING WS-MOE-IDX FROM 1 BY 1
                   UNTIL WS-MOE-IDX > WS-MOE-TOTAL
               MOVE WS-MOE-ORDEM-TOTAL(WS-MOE-IDX) TO WS-ORDEM-RESTANTE
               PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                       UNTIL WS-FAIXA-IDX > 5
                   COMPUTE WS-VALOR ROUNDED =
                       WS-MOE-ORDEM-TOTAL(WS-MOE-IDX)
                       * WS-ESC-PERCENTAGEM(WS-FAIXA-IDX) / 100
                   IF WS-VALOR > WS-ORDEM-RESTANTE
                       MOVE WS-ORDEM-RESTANTE TO WS-VALOR
                   END-IF
                   MOVE WS-VALOR
                       TO WS-MOE-ORDEM(WS-MOE-IDX, WS-FAIXA-IDX)
                   SUBTRACT WS-VALOR FROM WS-ORDEM-RESTANTE
               END-PERFORM
               MOVE WS-ORDEM-RESTANTE TO WS-MOE-ORDEM(WS-MOE-IDX, 6)
           END-PERFORM.

       6000-IMPRIMIR-MOEDA.
           DISPLAY " ".
           DISPLAY "MOEDA " WS-MOE-CODIGO(WS-MOE-IDX).
           PERFORM 6200-IMPRIMIR-CABECALHO.
           PERFORM 6300-OBTER-TAXA.
           MOVE 0 TO WS-GAP-ACUMULADO.
           MOVE "M" TO WS-CSV-TIPO.
           MOVE WS-MOE-CODIGO(WS-MOE-IDX) TO WS-CSV-MOEDA.

           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               COMPUTE WS-SAIDAS =
                   WS-MOE-ORDEM(WS-MOE-IDX, WS-FAIXA-IDX)
                   + WS-MOE-PRAZO(WS-MOE-IDX, WS-FAIXA-IDX)
               COMPUTE WS-GAP =
                   WS-MOE-EMPREST(WS-MOE-IDX, WS-FAIXA-IDX)
                   - WS-SAIDAS
               ADD WS-GAP TO WS-GAP-ACUMULADO
               MOVE WS-MOE-ORDEM(WS-MOE-IDX, WS-FAIXA-IDX)
                   TO WS-LI-ORDEM WS-CSV-ORDEM
               MOVE WS-MOE-PRAZO(WS-MOE-IDX, WS-FAIXA-IDX)
                   TO WS-LI-PRAZO WS-CSV-PRAZO
               MOVE WS-MOE-EMPREST(WS-MOE-IDX, WS-FAIXA-IDX)
                   TO WS-LI-EMPREST WS-CSV-EMPREST
               PERFORM 6100-ESCREVER-LINHA

               IF WS-MOE-COM-TAXA(WS-MOE-IDX) = 'S'
                   COMPUTE WS-VALOR-EUR ROUNDED =
                       WS-MOE-ORDEM(WS-MOE-IDX, WS-FAIXA-IDX)
                       * WS-MOE-TAXA(WS-MOE-IDX)
                   ADD WS-VALOR-EUR TO WS-EUR-ORDEM(WS-FAIXA-IDX)
                   COMPUTE WS-VALOR-EUR ROUNDED =
                       WS-MOE-PRAZO(WS-MOE-IDX, WS-FAIXA-IDX)
                       * WS-MOE-TAXA(WS-MOE-IDX)
                   ADD WS-VALOR-EUR TO WS-EUR-PRAZO(WS-FAIXA-IDX)
                   COMPUTE WS-VALOR-EUR ROUNDED =
                       WS-MOE-EMPREST(WS-MOE-IDX, WS-FAIXA-IDX)
                       * WS-MOE-TAXA(WS-MOE-IDX)
                   ADD WS-VALOR-EUR TO WS-EUR-EMPREST(WS-FAIXA-IDX)
               END-IF
           END-PERFORM.

       6100-ESCREVER-LINHA.
           MOVE WS-FAIXA-NOME(WS-FAIXA-IDX) TO WS-LI-FAIXA
           MOVE WS-GAP TO WS-LI-GAP
           MOVE WS-GAP-ACUMULADO TO WS-LI-GAP-ACUM
           DISPLAY WS-LINHA-IMPRESSAO

           MOVE WS-FAIXA-IDX TO WS-CSV-ORDEM-FAIXA
           MOVE WS-FAIXA-NOME(WS-FAIXA-IDX) TO WS-CSV-FAIXA
           MOVE WS-GAP TO WS-CSV-GAP
           MOVE WS-GAP-ACUMULADO TO WS-CSV-GAP-ACUM
           WRITE REG-CSV-LINHA FROM WS-LINHA-CSV.

       6200-IMPRIMIR-CABECALHO.
           DISPLAY "FAIXA            DEP. A ORDEM     DEP. A PRAZO"
               "      EMPRESTIMOS               GAP     GAP ACUMULADO".
           DISPLAY "--------------------------------------------------"
               "-------------------------------------------------".

       6300-OBTER-TAXA.
           MOVE 'N' TO WS-MOE-COM-TAXA(WS-MOE-IDX)
           IF NOT CAMBIO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MOE-CODIGO(WS-MOE-IDX) TO CAMBIO-MOEDA
           READ FICHEIRO-CAMBIO
               INVALID KEY
                   MOVE 'S' TO WS-COM-ALERTA
                   DISPLAY "  *** SEM TAXA PARA "
                       WS-MOE-CODIGO(WS-MOE-IDX)
                       " EM CAMBIO.DAT - FORA DO CONSOLIDADO ***"
               NOT INVALID KEY
                   MOVE CAMBIO-TAXA TO WS-MOE-TAXA(WS-MOE-IDX)
                   MOVE 'S' TO WS-MOE-COM-TAXA(WS-MOE-IDX)
           END-READ.

       7000-IMPRIMIR-CONSOLIDADO.
           DISPLAY " ".
           DISPLAY "CONSOLIDADO EM EUR (TAXAS DE CAMBIO.DAT)".
           PERFORM 6200-IMPRIMIR-CABECALHO.
           MOVE 0 TO WS-GAP-ACUMULADO.
           MOVE "T" TO WS-CSV-TIPO.
           MOVE "EUR" TO WS-CSV-MOEDA.

           PERFORM VARYING WS-FAIXA-IDX FROM 1 BY 1
                   UNTIL WS-FAIXA-IDX > 6
               COMPUTE WS-SAIDAS = WS-EUR-ORDEM(WS-FAIXA-IDX)
                   + WS-EUR-PRAZO(WS-FAIXA-IDX)
               COMPUTE WS-GAP = WS-EUR-EMPREST(WS-FAIXA-IDX)
                   - WS-SAIDAS
               ADD WS-GAP TO WS-GAP-ACUMULADO
               MOVE WS-EUR-ORDEM(WS-FAIXA-IDX)
                   TO WS-LI-ORDEM WS-CSV-ORDEM
               MOVE WS-EUR-PRAZO(WS-FAIXA-IDX)
                   TO WS-LI-PRAZO WS-CSV-PRAZO
               MOVE WS-EUR-EMPREST(WS-FAIXA-IDX)
                   TO WS-LI-EMPREST WS-CSV-EMPREST
               PERFORM 6100-ESCREVER-LINHA
           END-PERFORM
           DISPLAY "--------------------------------------------------"
               "-------------------------------------------------".

       8000-LOCALIZAR-MOEDA.
           *> pesquisa linear na tabela de moedas
           MOVE 'N' TO WS-MOE-ACHADA
           MOVE 1 TO WS-MOE-IDX
           PERFORM UNTIL WS-MOE-IDX > WS-MOE-TOTAL
                      OR MOEDA-NA-TABELA
               IF WS-MOE-CODIGO(WS-MOE-IDX) = WS-MOE-PROCURADA
                   MOVE 'S' TO WS-MOE-ACHADA
               ELSE
                   ADD 1 TO WS-MOE-IDX
               END-IF
           END-PERFORM
           IF NOT MOEDA-NA-TABELA
               IF WS-MOE-TOTAL >= 20
                   DISPLAY "ERRO: MAIS DE 20 MOEDAS DISTINTAS - "
                       "TABELA DE TOTAIS CHEIA. MAPA ABORTADO."
                   STOP RUN
               END-IF
               ADD 1 TO WS-MOE-TOTAL
               MOVE WS-MOE-TOTAL TO WS-MOE-IDX
               INITIALIZE WS-MOE-ENTRADA(WS-MOE-IDX)
               MOVE WS-MOE-PROCURADA TO WS-MOE-CODIGO(WS-MOE-IDX)
           END-IF.

       8100-AVANCAR-UM-MES.
           *> o dia da prestacao e o do plano (WS-DIA-BASE), acertado
           *> ao ultimo dia nos meses mais curtos
           IF WS-CALC-MES = 12
               MOVE 1 TO WS-CALC-MES
               ADD 1 TO WS-CALC-ANO
           ELSE
               ADD 1 TO WS-CALC-MES
           END-IF

           MOVE WS-DIA-BASE TO WS-CALC-DIA
           PERFORM 8200-ULTIMO-DIA-DO-MES
           IF WS-CALC-DIA > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-CALC-DIA
           END-IF.

       8200-ULTIMO-DIA-DO-MES.
           EVALUATE WS-CALC-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA-MES
               WHEN 2
                   IF FUNCTION MOD(WS-CALC-ANO, 4) = 0
                           AND (FUNCTION MOD(WS-CALC-ANO, 100) NOT = 0
                           OR FUNCTION MOD(WS-CALC-ANO, 400) = 0)
                       MOVE 29 TO WS-ULTIMO-DIA-MES
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA-MES
                   END-IF
           END-EVALUATE.

       8300-FAIXA-DA-DATA.
           *> faixa da data em WS-DATA-CALC, pelos dias que faltam
           *> desde a data de negocio
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALC-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
           MOVE 1 TO WS-FAIXA-IDX
           PERFORM UNTIL WS-FAIXA-IDX = 6
                      OR WS-DIAS <= WS-FAIXA-LIMITE(WS-FAIXA-IDX)
               ADD 1 TO WS-FAIXA-IDX
           END-PERFORM.

           COPY DATANEG.
