       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-INDICADORES.

      *> Evolucao dos indicadores de gestao: compara a fotografia
      *> de um dia de negocio (ver INDICADOR, gravada por FECHO-DIA)
      *> com a do dia anterior, a do fim do mes anterior e a do
      *> mesmo dia do ano anterior, com variacao absoluta e
      *> percentual, e grava o extrato data/indicadores.csv para os
      *> diapositivos da administracao. Nos fins de semana e
      *> feriados nao ha fecho: vale a ultima fotografia anterior
      *> (no ano anterior, a ultima do mesmo mes ate esse dia).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-INDICADORES ASSIGN TO
               "data/indicadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPI-DATA
               FILE STATUS IS WS-FS-INDICADORES.

           SELECT FICHEIRO-CSV ASSIGN TO "data/indicadores.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-INDICADORES.
           COPY INDICADOR.

       FD  FICHEIRO-CSV.
       01  REG-CSV-LINHA            PIC X(250).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.

       77  WS-FS-INDICADORES       PIC XX.
       77  WS-FS-CSV               PIC XX.

       77  WS-DATA-PEDIDA          PIC 9(08).
       77  WS-DATA-INICIO-MES      PIC 9(08).
       01  WS-DATA-ANO-ANTERIOR    PIC 9(08).
       01  WS-DATA-AA-PARTES REDEFINES WS-DATA-ANO-ANTERIOR.
           05 WS-AA-ANO            PIC 9(04).
           05 WS-AA-MES            PIC 9(02).
           05 WS-AA-DIA            PIC 9(02).

       *> colunas: 1 dia pedido, 2 dia anterior, 3 fim do mes
       *> anterior, 4 mesmo dia do ano anterior
       77  WS-COL                  PIC 9(01).
       77  WS-REF                  PIC 9(01).
       01  WS-COLUNAS.
           05 WS-COL-ENTRADA OCCURS 4 TIMES.
              10 WS-COL-DATA           PIC 9(08).
              10 WS-COL-EXISTE         PIC X(01).
       01  WS-NOMES-COLUNAS.
           05 FILLER               PIC X(30) VALUE
               "DIA PEDIDO".
           05 FILLER               PIC X(30) VALUE
               "DIA ANTERIOR".
           05 FILLER               PIC X(30) VALUE
               "FIM DO MES ANTERIOR".
           05 FILLER               PIC X(30) VALUE
               "MESMO DIA DO ANO ANTERIOR".
       01  WS-LISTA-COLUNAS REDEFINES WS-NOMES-COLUNAS.
           05 WS-COL-NOME          PIC X(30) OCCURS 4 TIMES.

       *> indicadores: 23 fixos e um por tipo de movimento; 'V'
       *> valor em EUR, 'Q' quantidade
       77  WS-IND-TOTAL            PIC 9(02) VALUE 59.
       77  WS-IND-FIXOS            PIC 9(02) VALUE 23.
       77  WS-IND-IDX              PIC 9(02).
       77  WS-TIPO-IDX             PIC 9(02).
       01  WS-NOMES-FIXOS.
           05 FILLER PIC X(31) VALUE "QCONTAS ABERTAS NO DIA".
           05 FILLER PIC X(31) VALUE "QCONTAS ENCERRADAS NO DIA".
           05 FILLER PIC X(31) VALUE "QCONTAS ATIVAS".
           05 FILLER PIC X(31) VALUE "QCONTAS DORMENTES".
           05 FILLER PIC X(31) VALUE "QCONTAS BLOQUEADAS".
           05 FILLER PIC X(31) VALUE "QCONTAS CONGELADAS".
           05 FILLER PIC X(31) VALUE "VDEPOSITOS A ORDEM".
           05 FILLER PIC X(31) VALUE "VDEPOSITOS A PRAZO".
           05 FILLER PIC X(31) VALUE "VTOTAL DE DEPOSITOS".
           05 FILLER PIC X(31) VALUE "VEMPRESTIMOS".
           05 FILLER PIC X(31) VALUE "VDESCOBERTOS".
           05 FILLER PIC X(31) VALUE "VTOTAL DE CREDITO".
           05 FILLER PIC X(31) VALUE "QMOV. NUMERARIO".
           05 FILLER PIC X(31) VALUE "QMOV. CARTAO EM POS".
           05 FILLER PIC X(31) VALUE "QMOV. TRANSFERENCIAS".
           05 FILLER PIC X(31) VALUE "QMOV. CHEQUES".
           05 FILLER PIC X(31) VALUE "QMOV. DEBITOS E PAGAMENTOS".
           05 FILLER PIC X(31) VALUE "QMOV. LANCAMENTOS INTERNOS".
           05 FILLER PIC X(31) VALUE "QTOTAL DE MOVIMENTOS".
           05 FILLER PIC X(31) VALUE "QLEVANTAMENTOS ATM".
           05 FILLER PIC X(31) VALUE "VNUMERARIO DISPENSADO ATM".
           05 FILLER PIC X(31) VALUE "VCOMISSOES COBRADAS".
           05 FILLER PIC X(31) VALUE "QNOVOS ALERTAS AML".
       01  WS-LISTA-FIXOS REDEFINES WS-NOMES-FIXOS.
           05 WS-FIXO-ENTRADA OCCURS 23 TIMES.
              10 WS-FIXO-UNIDADE       PIC X(01).
              10 WS-FIXO-NOME          PIC X(30).
       01  WS-CODIGOS-TIPO         PIC X(36) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01  WS-LISTA-TIPOS REDEFINES WS-CODIGOS-TIPO.
           05 WS-TIPO-CODIGO       PIC X(01) OCCURS 36 TIMES.
       01  WS-TABELA-INDICADORES.
           05 WS-IND-ENTRADA OCCURS 59 TIMES.
              10 WS-IND-UNIDADE        PIC X(01).
              10 WS-IND-NOME           PIC X(30).
              10 WS-IND-VALOR          PIC 9(13)V99 OCCURS 4 TIMES.

       77  WS-VARIACAO             PIC S9(13)V99.
       77  WS-PERCENTAGEM          PIC S9(07)V99.
       77  WS-ED-VALOR             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-QTD-GRUPO.
           05 WS-ED-QTD            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
       77  WS-ED-VARIACAO          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-VAR-QTD-GRUPO.
           05 WS-ED-VAR-QTD        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
       77  WS-ED-PERCENTAGEM       PIC -ZZZZZZ9.99.
       77  WS-CSV-NUMERO           PIC -ZZZZZZZZZZZZ9.99.

       *> valores ja formatados de uma comparacao
       77  WS-TX-ATUAL             PIC X(20).
       77  WS-TX-REFERENCIA        PIC X(20).
       77  WS-TX-VARIACAO          PIC X(21).
       77  WS-TX-PERCENTAGEM       PIC X(11).

       77  WS-LINHA-DUPLA          PIC X(106) VALUE ALL "=".
       77  WS-LINHA-SIMPLES        PIC X(106) VALUE ALL "-".
       01  WS-LINHA-IMPRESSAO.
           05 WS-LI-NOME           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-ATUAL          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-REFERENCIA     PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-VARIACAO       PIC X(21).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-PERCENTAGEM    PIC X(11).

       *> linha do extrato: uma por indicador, com as tres
       *> comparacoes; a primeira linha leva as datas das
       *> fotografias comparadas
       01  WS-CABECALHO-CSV.
           05 FILLER               PIC X(50) VALUE
               "DATA,INDICADOR,UNIDADE,ATUAL,DIA_ANTERIOR,VAR_DIA,".
           05 FILLER               PIC X(40) VALUE
               "PCT_DIA,FIM_MES,VAR_FIM_MES,PCT_FIM_MES,".
           05 FILLER               PIC X(28) VALUE
               "ANO_ANTERIOR,VAR_ANO,PCT_ANO".
       01  WS-LINHA-CSV.
           05 WS-CSV-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-INDICADOR     PIC X(30).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-UNIDADE       PIC X(03).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-ATUAL         PIC X(17).
           05 WS-CSV-COMPARACAO OCCURS 3 TIMES.
              10 FILLER            PIC X(01) VALUE ",".
              10 WS-CSV-REFERENCIA PIC X(17).
              10 FILLER            PIC X(01) VALUE ",".
              10 WS-CSV-VARIACAO   PIC X(17).
              10 FILLER            PIC X(01) VALUE ",".
              10 WS-CSV-PCT        PIC X(11).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   EVOLUCAO DOS INDICADORES DE GESTAO".
           DISPLAY "-------------------------------------------------".
           DISPLAY "DIA A ANALISAR (AAAAMMDD, 0 = DIA DE NEGOCIO "
               WS-DATA-NEGOCIO "): " WITH NO ADVANCING.
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA = 0
               MOVE WS-DATA-NEGOCIO TO WS-DATA-PEDIDA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PEDIDA) NOT = 0
               DISPLAY "ERRO: DATA INVALIDA."
               STOP RUN
           END-IF.

           *> datas de referencia: o dia 1 do mes pedido (vale a
           *> ultima fotografia antes dele) e o mesmo dia do ano
           *> anterior (29 de fevereiro passa a 28)
           COMPUTE WS-DATA-INICIO-MES =
               (WS-DATA-PEDIDA / 100) * 100 + 1.
           MOVE WS-DATA-PEDIDA TO WS-DATA-ANO-ANTERIOR.
           SUBTRACT 1 FROM WS-AA-ANO.
           IF WS-AA-MES = 2 AND WS-AA-DIA = 29
               MOVE 28 TO WS-AA-DIA
           END-IF.

           OPEN INPUT FICHEIRO-INDICADORES.
           IF WS-FS-INDICADORES NOT = "00"
               DISPLAY "ERRO AO ABRIR O HISTORICO DE INDICADORES "
                   "(CORRA FECHO-DIA): " WS-FS-INDICADORES
               STOP RUN
           END-IF.

           PERFORM 1000-INICIALIZAR-TABELA.
           PERFORM 2000-LER-FOTOGRAFIAS.
           CLOSE FICHEIRO-INDICADORES.

           IF WS-COL-EXISTE(1) NOT = 'S'
               DISPLAY "ERRO: SEM FOTOGRAFIA DE INDICADORES PARA "
                   WS-DATA-PEDIDA " - O FECHO-DIA NAO CORREU NESSE "
                   "DIA."
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-CSV.
           IF WS-FS-CSV NOT = "00"
               DISPLAY "ERRO AO CRIAR O EXTRATO CSV. STATUS: "
                   WS-FS-CSV
               STOP RUN
           END-IF.
           WRITE REG-CSV-LINHA FROM WS-CABECALHO-CSV.

           DISPLAY " ".
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "INDICADORES DE GESTAO - DIA " WS-DATA-PEDIDA.
           DISPLAY WS-LINHA-DUPLA.

           PERFORM VARYING WS-REF FROM 2 BY 1 UNTIL WS-REF > 4
               PERFORM 4000-IMPRIMIR-COMPARACAO
           END-PERFORM.

           PERFORM 5000-GRAVAR-DATAS-CSV.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-IND-TOTAL
               PERFORM 5100-GRAVAR-LINHA-CSV
           END-PERFORM.
           CLOSE FICHEIRO-CSV.

           DISPLAY " ".
           DISPLAY "EXTRATO PARA A ADMINISTRACAO: DATA/INDICADORES.CSV".
           DISPLAY " ".
           STOP RUN.

       1000-INICIALIZAR-TABELA.
           INITIALIZE WS-COLUNAS
           INITIALIZE WS-TABELA-INDICADORES
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-IND-FIXOS
               MOVE WS-FIXO-UNIDADE(WS-IND-IDX) TO
                   WS-IND-UNIDADE(WS-IND-IDX)
               MOVE WS-FIXO-NOME(WS-IND-IDX) TO WS-IND-NOME(WS-IND-IDX)
           END-PERFORM
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 36
               COMPUTE WS-IND-IDX = WS-IND-FIXOS + WS-TIPO-IDX
               MOVE "Q" TO WS-IND-UNIDADE(WS-IND-IDX)
               MOVE "MOVIMENTOS DO TIPO ' '" TO WS-IND-NOME(WS-IND-IDX)
               MOVE WS-TIPO-CODIGO(WS-TIPO-IDX) TO
                   WS-IND-NOME(WS-IND-IDX)(21:1)
           END-PERFORM.

       2000-LER-FOTOGRAFIAS.
           *> leitura por ordem de data: em cada coluna fica a
           *> ultima fotografia que cumpre a condicao
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
                       IF KPI-DATA > WS-DATA-PEDIDA
                           MOVE "10" TO WS-FS-INDICADORES
                       ELSE
                           PERFORM 2100-CLASSIFICAR-FOTOGRAFIA
                       END-IF
               END-READ
           END-PERFORM.

       2100-CLASSIFICAR-FOTOGRAFIA.
           IF KPI-DATA = WS-DATA-PEDIDA
               MOVE 1 TO WS-COL
               PERFORM 3000-CARREGAR-COLUNA
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-COL
           PERFORM 3000-CARREGAR-COLUNA
           IF KPI-DATA < WS-DATA-INICIO-MES
               MOVE 3 TO WS-COL
               PERFORM 3000-CARREGAR-COLUNA
           END-IF
           IF KPI-DATA <= WS-DATA-ANO-ANTERIOR
                   AND KPI-DATA(1:6) = WS-DATA-ANO-ANTERIOR(1:6)
               MOVE 4 TO WS-COL
               PERFORM 3000-CARREGAR-COLUNA
           END-IF.

       3000-CARREGAR-COLUNA.
           MOVE KPI-DATA TO WS-COL-DATA(WS-COL)
           MOVE 'S' TO WS-COL-EXISTE(WS-COL)
           MOVE KPI-CONTAS-ABERTAS TO WS-IND-VALOR(1, WS-COL)
           MOVE KPI-CONTAS-ENCERRADAS TO WS-IND-VALOR(2, WS-COL)
           MOVE KPI-CONTAS-ATIVAS TO WS-IND-VALOR(3, WS-COL)
           MOVE KPI-CONTAS-DORMENTES TO WS-IND-VALOR(4, WS-COL)
           MOVE KPI-CONTAS-BLOQUEADAS TO WS-IND-VALOR(5, WS-COL)
           MOVE KPI-CONTAS-CONGELADAS TO WS-IND-VALOR(6, WS-COL)
           MOVE KPI-DEPOSITOS-ORDEM TO WS-IND-VALOR(7, WS-COL)
           MOVE KPI-DEPOSITOS-PRAZO TO WS-IND-VALOR(8, WS-COL)
           COMPUTE WS-IND-VALOR(9, WS-COL) =
               KPI-DEPOSITOS-ORDEM + KPI-DEPOSITOS-PRAZO
           MOVE KPI-EMPRESTIMOS TO WS-IND-VALOR(10, WS-COL)
           MOVE KPI-DESCOBERTOS TO WS-IND-VALOR(11, WS-COL)
           COMPUTE WS-IND-VALOR(12, WS-COL) =
               KPI-EMPRESTIMOS + KPI-DESCOBERTOS
           MOVE 0 TO WS-IND-VALOR(19, WS-COL)
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 6
               COMPUTE WS-IND-IDX = 12 + WS-TIPO-IDX
               MOVE KPI-CANAL-QTD(WS-TIPO-IDX) TO
                   WS-IND-VALOR(WS-IND-IDX, WS-COL)
               ADD KPI-CANAL-QTD(WS-TIPO-IDX) TO
                   WS-IND-VALOR(19, WS-COL)
           END-PERFORM
           MOVE KPI-ATM-QTD TO WS-IND-VALOR(20, WS-COL)
           MOVE KPI-ATM-VALOR TO WS-IND-VALOR(21, WS-COL)
           MOVE KPI-COMISSOES TO WS-IND-VALOR(22, WS-COL)
           MOVE KPI-ALERTAS-AML TO WS-IND-VALOR(23, WS-COL)
           PERFORM VARYING WS-TIPO-IDX FROM 1 BY 1
                   UNTIL WS-TIPO-IDX > 36
               COMPUTE WS-IND-IDX = WS-IND-FIXOS + WS-TIPO-IDX
               MOVE KPI-TIPO-QTD(WS-TIPO-IDX) TO
                   WS-IND-VALOR(WS-IND-IDX, WS-COL)
           END-PERFORM.

       4000-IMPRIMIR-COMPARACAO.
           DISPLAY " "
           IF WS-COL-EXISTE(WS-REF) NOT = 'S'
               DISPLAY "CONTRA O " WS-COL-NOME(WS-REF)
                   ": SEM FOTOGRAFIA NO HISTORICO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTRA O " WS-COL-NOME(WS-REF) " ("
               WS-COL-DATA(WS-REF) ")"
           DISPLAY WS-LINHA-SIMPLES
           DISPLAY "INDICADOR                                     "
               "ATUAL           REFERENCIA              VARIACAO"
               "        VAR %"
           DISPLAY WS-LINHA-SIMPLES
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-IND-TOTAL
               *> os tipos de movimento so aparecem quando houve
               *> algum num dos dois dias
               IF WS-IND-IDX <= WS-IND-FIXOS
                       OR WS-IND-VALOR(WS-IND-IDX, 1) > 0
                       OR WS-IND-VALOR(WS-IND-IDX, WS-REF) > 0
                   PERFORM 4100-FORMATAR-COMPARACAO
                   MOVE WS-IND-NOME(WS-IND-IDX) TO WS-LI-NOME
                   MOVE WS-TX-ATUAL TO WS-LI-ATUAL
                   MOVE WS-TX-REFERENCIA TO WS-LI-REFERENCIA
                   MOVE WS-TX-VARIACAO TO WS-LI-VARIACAO
                   MOVE WS-TX-PERCENTAGEM TO WS-LI-PERCENTAGEM
                   DISPLAY WS-LINHA-IMPRESSAO
               END-IF
           END-PERFORM
           DISPLAY WS-LINHA-SIMPLES.

       4100-FORMATAR-COMPARACAO.
           *> indicador WS-IND-IDX, dia pedido contra a coluna
           *> WS-REF; sem referencia a zero a percentagem e N/D
           COMPUTE WS-VARIACAO = WS-IND-VALOR(WS-IND-IDX, 1)
               - WS-IND-VALOR(WS-IND-IDX, WS-REF)
           IF WS-IND-UNIDADE(WS-IND-IDX) = "V"
               MOVE WS-IND-VALOR(WS-IND-IDX, 1) TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-TX-ATUAL
               MOVE WS-IND-VALOR(WS-IND-IDX, WS-REF) TO WS-ED-VALOR
               MOVE WS-ED-VALOR TO WS-TX-REFERENCIA
               MOVE WS-VARIACAO TO WS-ED-VARIACAO
               MOVE WS-ED-VARIACAO TO WS-TX-VARIACAO
           ELSE
               MOVE WS-IND-VALOR(WS-IND-IDX, 1) TO WS-ED-QTD
               MOVE WS-ED-QTD-GRUPO TO WS-TX-ATUAL
               MOVE WS-IND-VALOR(WS-IND-IDX, WS-REF) TO WS-ED-QTD
               MOVE WS-ED-QTD-GRUPO TO WS-TX-REFERENCIA
               MOVE WS-VARIACAO TO WS-ED-VAR-QTD
               MOVE WS-ED-VAR-QTD-GRUPO TO WS-TX-VARIACAO
           END-IF
           MOVE "        N/D" TO WS-TX-PERCENTAGEM
           IF WS-IND-VALOR(WS-IND-IDX, WS-REF) > 0
               COMPUTE WS-PERCENTAGEM ROUNDED = WS-VARIACAO * 100
                   / WS-IND-VALOR(WS-IND-IDX, WS-REF)
                   ON SIZE ERROR
                       EXIT PARAGRAPH
               END-COMPUTE
               MOVE WS-PERCENTAGEM TO WS-ED-PERCENTAGEM
               MOVE WS-ED-PERCENTAGEM TO WS-TX-PERCENTAGEM
           END-IF.

       5000-GRAVAR-DATAS-CSV.
           MOVE WS-DATA-PEDIDA TO WS-CSV-DATA
           MOVE "DATA DA FOTOGRAFIA" TO WS-CSV-INDICADOR
           MOVE "D" TO WS-CSV-UNIDADE
           MOVE WS-DATA-PEDIDA TO WS-CSV-ATUAL
           PERFORM VARYING WS-REF FROM 2 BY 1 UNTIL WS-REF > 4
               COMPUTE WS-COL = WS-REF - 1
               IF WS-COL-EXISTE(WS-REF) = 'S'
                   MOVE WS-COL-DATA(WS-REF) TO
                       WS-CSV-REFERENCIA(WS-COL)
               ELSE
                   MOVE "N/D" TO WS-CSV-REFERENCIA(WS-COL)
               END-IF
               MOVE SPACES TO WS-CSV-VARIACAO(WS-COL)
               MOVE SPACES TO WS-CSV-PCT(WS-COL)
           END-PERFORM
           WRITE REG-CSV-LINHA FROM WS-LINHA-CSV.

       5100-GRAVAR-LINHA-CSV.
           MOVE WS-IND-NOME(WS-IND-IDX) TO WS-CSV-INDICADOR
           IF WS-IND-UNIDADE(WS-IND-IDX) = "V"
               MOVE "EUR" TO WS-CSV-UNIDADE
           ELSE
               MOVE "QTD" TO WS-CSV-UNIDADE
           END-IF
           MOVE WS-IND-VALOR(WS-IND-IDX, 1) TO WS-CSV-NUMERO
           MOVE WS-CSV-NUMERO TO WS-CSV-ATUAL
           PERFORM VARYING WS-REF FROM 2 BY 1 UNTIL WS-REF > 4
               COMPUTE WS-COL = WS-REF - 1
               IF WS-COL-EXISTE(WS-REF) = 'S'
                   PERFORM 4100-FORMATAR-COMPARACAO
                   MOVE WS-IND-VALOR(WS-IND-IDX, WS-REF) TO
                       WS-CSV-NUMERO
                   MOVE WS-CSV-NUMERO TO WS-CSV-REFERENCIA(WS-COL)
                   MOVE WS-VARIACAO TO WS-CSV-NUMERO
                   MOVE WS-CSV-NUMERO TO WS-CSV-VARIACAO(WS-COL)
                   MOVE WS-TX-PERCENTAGEM TO WS-CSV-PCT(WS-COL)
               ELSE
                   MOVE "N/D" TO WS-CSV-REFERENCIA(WS-COL)
                   MOVE "N/D" TO WS-CSV-VARIACAO(WS-COL)
                   MOVE "N/D" TO WS-CSV-PCT(WS-COL)
               END-IF
           END-PERFORM
           WRITE REG-CSV-LINHA FROM WS-LINHA-CSV.

           COPY DATANEG.
