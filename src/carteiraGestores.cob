       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTEIRA-GESTORES.

      *> Relatorio mensal da carteira de cada gestor de cliente
      *> (CIF-GESTOR): por cliente, o segmento, os fundos (saldos
      *> credores e depositos a prazo ativos), o credito (emprestimos
      *> vivos e descoberto utilizado), os emprestimos em atraso, a
      *> revisao KYC pendente e os casos AML em aberto; no fim de
      *> cada carteira, as subidas e descidas de segmento desde o
      *> mes anterior. Corre depois de SEGMENTACAO-CLIENTES; so le
      *> ficheiros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

           SELECT FICHEIRO-CIF-CONTAS ASSIGN TO "data/cif_contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CHAVE
               FILE STATUS IS WS-FS-CIF-CONTAS.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT FICHEIRO-CASOS ASSIGN TO "data/casos_aml.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AML-ID
               FILE STATUS IS WS-FS-CASOS.

           SELECT FICHEIRO-TITULARES ASSIGN TO "data/titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-FS-TITULARES.

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-CASOS.
           COPY CASOAML.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.

       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CASOS             PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-OPERADORES        PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-TITULARES-ABERTO     PIC X VALUE 'N'.
           88 TITULARES-DISPONIVEIS  VALUE 'S'.
       77  WS-OPERADORES-ABERTO    PIC X VALUE 'N'.
           88 OPERADORES-DISPONIVEIS VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL    VALUE 'S'.

       *> produtos por conta, na moeda da conta: depositos.dat,
       *> emprestimos.dat e casos_aml.dat so tem chave pelo numero
       *> do produto, por isso cada um e lido uma vez
       77  WS-CT-TOTAL             PIC 9(04) VALUE 0.
       77  WS-CT-IDX               PIC 9(04).
       77  WS-CT-PROCURADA         PIC 9(09).
       77  WS-CT-CRIAR             PIC X.
       01  WS-TABELA-CONTAS.
           05 WS-CT-ENTRADA OCCURS 5000 TIMES.
              10 WS-CT-CONTA           PIC 9(09).
              10 WS-CT-DEPOSITOS       PIC 9(11)V99.
              10 WS-CT-EMPREST         PIC 9(11)V99.
              10 WS-CT-ATRASOS         PIC 9(03).
              10 WS-CT-CASOS-AML       PIC 9(03).

       *> carteira: um registo por cliente do mestre, ja em EUR
       77  WS-CF-TOTAL             PIC 9(04) VALUE 0.
       77  WS-CF-IDX               PIC 9(04).
       01  WS-TABELA-CLIENTES.
           05 WS-CF-ENTRADA OCCURS 5000 TIMES.
              10 WS-CF-CIF             PIC 9(09).
              10 WS-CF-NOME            PIC X(20).
              10 WS-CF-GESTOR          PIC 9(09).
              10 WS-CF-SEGMENTO        PIC X(01).
              10 WS-CF-ANTERIOR        PIC X(01).
              10 WS-CF-FUNDOS          PIC 9(13)V99.
              10 WS-CF-CREDITO         PIC 9(13)V99.
              10 WS-CF-ATRASOS         PIC 9(03).
              10 WS-CF-KYC             PIC X(01).
              10 WS-CF-CASOS-AML       PIC 9(03).

       *> gestores com carteira, listados por ordem de numero
       77  WS-GE-TOTAL             PIC 9(04) VALUE 0.
       77  WS-GE-IDX               PIC 9(04).
       77  WS-GE-MENOR             PIC 9(04).
       01  WS-TABELA-GESTORES.
           05 WS-GE-ENTRADA OCCURS 1000 TIMES.
              10 WS-GE-GESTOR          PIC 9(09).
              10 WS-GE-LISTADO         PIC X(01).

       77  WS-TAXA                 PIC 9(03)V9(06).
       77  WS-VALOR                PIC 9(13)V99.
       77  WS-DESCOBERTO           PIC 9(13)V99.
       77  WS-E-TITULAR            PIC X.
           88 E-TITULAR-DA-CONTA   VALUE 'S'.
       77  WS-MES-NEGOCIO          PIC 9(06).
       77  WS-GESTOR               PIC 9(09).
       77  WS-RANK-ANTES           PIC 9(01).
       77  WS-RANK-DEPOIS          PIC 9(01).
       77  WS-RANK-SEGMENTO        PIC X(01).
       77  WS-RANK                 PIC 9(01).
       77  WS-MUDANCA              PIC X(08).
       77  WS-COM-MUDANCAS         PIC X.

       *> totais da carteira do gestor em curso e do banco
       01  WS-TOTAIS-GESTOR.
           05 WS-TG-CLIENTES       PIC 9(07).
           05 WS-TG-FUNDOS         PIC 9(15)V99.
           05 WS-TG-CREDITO        PIC 9(15)V99.
           05 WS-TG-ATRASOS        PIC 9(07).
           05 WS-TG-KYC            PIC 9(07).
           05 WS-TG-CASOS-AML      PIC 9(07).
           05 WS-TG-SUBIDAS        PIC 9(07).
           05 WS-TG-DESCIDAS       PIC 9(07).
       01  WS-TOTAIS-BANCO.
           05 WS-TB-CLIENTES       PIC 9(07) VALUE 0.
           05 WS-TB-FUNDOS         PIC 9(15)V99 VALUE 0.
           05 WS-TB-CREDITO        PIC 9(15)V99 VALUE 0.
           05 WS-TB-SEM-GESTOR     PIC 9(07) VALUE 0.

       77  WS-TOTAL-SEM-SEGMENTO   PIC 9(07) VALUE 0.
       77  WS-TOTAL-SEM-CONTA      PIC 9(07) VALUE 0.
       77  WS-TOTAL-SEM-CAMBIO     PIC 9(07) VALUE 0.

       77  WS-VALOR-FORMATADO      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77  WS-LINHA-DUPLA          PIC X(80) VALUE ALL "=".
       77  WS-LINHA-SIMPLES        PIC X(80) VALUE ALL "-".
       01  WS-LINHA-IMPRESSAO.
           05 WS-LI-CIF            PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-NOME           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-SEGMENTO       PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-FUNDOS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-CREDITO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-ATRASOS        PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-KYC            PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-CASOS-AML      PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-NEGOCIO.

           OPEN INPUT FICHEIRO-CIF.
           IF WS-FS-CIF NOT = "00"
               DISPLAY "ERRO AO ABRIR O MESTRE DE CLIENTES: "
                   WS-FS-CIF
               STOP RUN
           END-IF.
           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF-CONTAS NOT = "00"
               CLOSE FICHEIRO-CIF
               DISPLAY "ERRO AO ABRIR LIGACOES CIF-CONTA: "
                   WS-FS-CIF-CONTAS
               STOP RUN
           END-IF.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-TITULARES.
           IF WS-FS-TITULARES = "00"
               MOVE 'S' TO WS-TITULARES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM TITULARIDADE - TODAS AS LIGACOES "
                   "CIF-CONTA CONTAM COMO TITULARES."
           END-IF.

           OPEN INPUT FICHEIRO-OPERADORES.
           IF WS-FS-OPERADORES = "00"
               MOVE 'S' TO WS-OPERADORES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM FICHEIRO DE OPERADORES - GESTORES "
                   "SO PELO NUMERO."
           END-IF.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE CAMBIOS INDISPONIVEL - "
                   "CONTAS EM MOEDA ESTRANGEIRA PELO VALOR NOMINAL."
           END-IF.

           PERFORM 1000-CARREGAR-DEPOSITOS.
           PERFORM 2000-CARREGAR-EMPRESTIMOS.
           PERFORM 3000-CARREGAR-CASOS-AML.
           PERFORM 4000-CARREGAR-CLIENTES.

           DISPLAY " ".
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "CARTEIRA DOS GESTORES DE CLIENTE - MES "
               WS-MES-NEGOCIO " (DIA DE NEGOCIO " WS-DATA-NEGOCIO ")".
           DISPLAY "SEGMENTOS: M-MASSA A-AFLUENTE P-PRIVATE "
               "E-EMPRESA".
           DISPLAY WS-LINHA-DUPLA.

           PERFORM 5000-PROCURAR-MENOR-GESTOR.
           PERFORM UNTIL WS-GE-MENOR = 0
               MOVE 'S' TO WS-GE-LISTADO(WS-GE-MENOR)
               MOVE WS-GE-GESTOR(WS-GE-MENOR) TO WS-GESTOR
               PERFORM 5100-LISTAR-CARTEIRA
               PERFORM 5000-PROCURAR-MENOR-GESTOR
           END-PERFORM.

           CLOSE FICHEIRO-CIF.
           CLOSE FICHEIRO-CIF-CONTAS.
           CLOSE FICHEIRO-CLIENTES.
           IF TITULARES-DISPONIVEIS
               CLOSE FICHEIRO-TITULARES
           END-IF.
           IF OPERADORES-DISPONIVEIS
               CLOSE FICHEIRO-OPERADORES
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.

           DISPLAY " ".
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "GESTORES COM CARTEIRA  : " WS-GE-TOTAL.
           DISPLAY "CLIENTES NO MESTRE     : " WS-TB-CLIENTES.
           DISPLAY "CLIENTES SEM GESTOR    : " WS-TB-SEM-GESTOR.
           MOVE WS-TB-FUNDOS TO WS-VALOR-FORMATADO.
           DISPLAY "FUNDOS TOTAIS (EUR)    : " WS-VALOR-FORMATADO.
           MOVE WS-TB-CREDITO TO WS-VALOR-FORMATADO.
           DISPLAY "CREDITO TOTAL (EUR)    : " WS-VALOR-FORMATADO.
           IF WS-TOTAL-SEM-SEGMENTO > 0
               DISPLAY "*** " WS-TOTAL-SEM-SEGMENTO " CLIENTE(S) NAO "
                   "SEGMENTADOS ESTE MES - SEGMENTOS E MUDANCAS "
                   "DESATUALIZADOS (CORRA SEGMENTACAO-CLIENTES) ***"
           END-IF.
           IF WS-TOTAL-SEM-CONTA > 0
               DISPLAY "AVISO: " WS-TOTAL-SEM-CONTA " LIGACAO(OES) "
                   "CIF-CONTA SEM CONTA EM CLIENTS.DAT - IGNORADAS."
           END-IF.
           IF WS-TOTAL-SEM-CAMBIO > 0
               DISPLAY "*** ATENCAO: " WS-TOTAL-SEM-CAMBIO
                   " CONTA(S) SEM TAXA EM CAMBIO.DAT - CONTADAS "
                   "PELO VALOR NOMINAL! ***"
           END-IF.
           DISPLAY " ".
           STOP RUN.

       1000-CARREGAR-DEPOSITOS.
           OPEN INPUT FICHEIRO-DEPOSITOS
           IF WS-FS-DEPOSITOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE DEPOSITOS A PRAZO - "
                   "SO SALDOS A ORDEM NOS FUNDOS."
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
                           MOVE DP-CONTA TO WS-CT-PROCURADA
                           MOVE 'S' TO WS-CT-CRIAR
                           PERFORM 8000-LOCALIZAR-CONTA
                           ADD DP-CAPITAL TO
                               WS-CT-DEPOSITOS(WS-CT-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-DEPOSITOS.

       2000-CARREGAR-EMPRESTIMOS.
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE EMPRESTIMOS - "
                   "SO DESCOBERTOS NO CREDITO."
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
                           MOVE EMP-CONTA TO WS-CT-PROCURADA
                           MOVE 'S' TO WS-CT-CRIAR
                           PERFORM 8000-LOCALIZAR-CONTA
                           ADD EMP-SALDO-DEVEDOR TO
                               WS-CT-EMPREST(WS-CT-IDX)
                           IF EMP-EM-ATRASO > 0
                               ADD 1 TO WS-CT-ATRASOS(WS-CT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-EMPRESTIMOS.

       3000-CARREGAR-CASOS-AML.
           OPEN INPUT FICHEIRO-CASOS
           IF WS-FS-CASOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE CASOS AML - CASOS "
                   "EM ABERTO NAO LISTADOS."
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO AML-ID
           START FICHEIRO-CASOS KEY IS GREATER THAN AML-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-CASOS
           END-START

           *> escalado ainda esta em investigacao: so falso
           *> positivo e reportado fecham o caso
           PERFORM UNTIL WS-FS-CASOS = "10"
               READ FICHEIRO-CASOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CASOS
                   NOT AT END
                       IF CASO-ABERTO OR CASO-ESCALADO
                           MOVE AML-CONTA TO WS-CT-PROCURADA
                           MOVE 'S' TO WS-CT-CRIAR
                           PERFORM 8000-LOCALIZAR-CONTA
                           ADD 1 TO WS-CT-CASOS-AML(WS-CT-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-CASOS.

       4000-CARREGAR-CLIENTES.
           MOVE LOW-VALUES TO CIF-ID
           START FICHEIRO-CIF KEY IS GREATER THAN CIF-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-CIF
           END-START

           PERFORM UNTIL WS-FS-CIF = "10"
               READ FICHEIRO-CIF NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CIF
                   NOT AT END
                       PERFORM 4100-REGISTAR-CLIENTE
               END-READ
           END-PERFORM.

       4100-REGISTAR-CLIENTE.
           IF WS-CF-TOTAL >= 5000
               DISPLAY "ERRO: MAIS DE 5000 CLIENTES NO MESTRE - "
                   "TABELA CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-CF-TOTAL
           MOVE WS-CF-TOTAL TO WS-CF-IDX
           INITIALIZE WS-CF-ENTRADA(WS-CF-IDX)
           MOVE CIF-ID TO WS-CF-CIF(WS-CF-IDX)
           MOVE CIF-NOME TO WS-CF-NOME(WS-CF-IDX)
           MOVE CIF-GESTOR TO WS-CF-GESTOR(WS-CF-IDX)
           MOVE CIF-ESTADO-KYC TO WS-CF-KYC(WS-CF-IDX)
           *> sem segmentacao este mes o segmento e as mudancas sao
           *> os do ultimo mes segmentado
           IF CIF-DATA-SEGMENTO(1:6) NOT = WS-MES-NEGOCIO
               ADD 1 TO WS-TOTAL-SEM-SEGMENTO
           END-IF
           MOVE CIF-SEGMENTO TO WS-CF-SEGMENTO(WS-CF-IDX)
           MOVE CIF-SEGMENTO-ANTERIOR TO WS-CF-ANTERIOR(WS-CF-IDX)

           MOVE CIF-ID TO LC-CIF
           MOVE 0 TO LC-CONTA
           START FICHEIRO-CIF-CONTAS KEY IS NOT LESS THAN LC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CIF-CONTAS
           END-START

           PERFORM UNTIL WS-FS-CIF-CONTAS = "10"
               READ FICHEIRO-CIF-CONTAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CIF-CONTAS
                   NOT AT END
                       IF LC-CIF = CIF-ID
                           PERFORM 4200-SOMAR-CONTA
                       ELSE
                           MOVE "10" TO WS-FS-CIF-CONTAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF-CONTAS

           ADD 1 TO WS-TB-CLIENTES
           ADD WS-CF-FUNDOS(WS-CF-IDX) TO WS-TB-FUNDOS
           ADD WS-CF-CREDITO(WS-CF-IDX) TO WS-TB-CREDITO
           IF CIF-GESTOR = 0
               ADD 1 TO WS-TB-SEM-GESTOR
           END-IF
           PERFORM 4300-REGISTAR-GESTOR.

       4200-SOMAR-CONTA.
           MOVE LC-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CONTA
                   EXIT PARAGRAPH
           END-READ

           MOVE LC-CONTA TO WS-CT-PROCURADA
           MOVE 'N' TO WS-CT-CRIAR
           PERFORM 8000-LOCALIZAR-CONTA

           *> os casos AML contam em qualquer conta ligada ao
           *> cliente, tambem as de assinante autorizado
           IF WS-CT-IDX > 0
               ADD WS-CT-CASOS-AML(WS-CT-IDX) TO
                   WS-CF-CASOS-AML(WS-CF-IDX)
           END-IF

           IF CONTA-ENCERRADA-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-VERIFICAR-PAPEL
           IF NOT E-TITULAR-DA-CONTA
               EXIT PARAGRAPH
           END-IF

           PERFORM 8200-OBTER-TAXA
           MOVE 0 TO WS-VALOR
           MOVE 0 TO WS-DESCOBERTO
           IF SALDO-FILE > 0
               MOVE SALDO-FILE TO WS-VALOR
           ELSE
               COMPUTE WS-DESCOBERTO = 0 - SALDO-FILE
           END-IF
           IF WS-CT-IDX > 0
               ADD WS-CT-DEPOSITOS(WS-CT-IDX) TO WS-VALOR
               ADD WS-CT-EMPREST(WS-CT-IDX) TO WS-DESCOBERTO
               ADD WS-CT-ATRASOS(WS-CT-IDX) TO
                   WS-CF-ATRASOS(WS-CF-IDX)
           END-IF
           COMPUTE WS-VALOR ROUNDED = WS-VALOR * WS-TAXA
           ADD WS-VALOR TO WS-CF-FUNDOS(WS-CF-IDX)
           COMPUTE WS-VALOR ROUNDED = WS-DESCOBERTO * WS-TAXA
           ADD WS-VALOR TO WS-CF-CREDITO(WS-CF-IDX).

       4300-REGISTAR-GESTOR.
           MOVE 1 TO WS-GE-IDX
           PERFORM UNTIL WS-GE-IDX > WS-GE-TOTAL
                   OR WS-GE-GESTOR(WS-GE-IDX) = CIF-GESTOR
               ADD 1 TO WS-GE-IDX
           END-PERFORM
           IF WS-GE-IDX <= WS-GE-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-GE-TOTAL >= 1000
               DISPLAY "ERRO: MAIS DE 1000 GESTORES COM CARTEIRA - "
                   "TABELA CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-GE-TOTAL
           MOVE CIF-GESTOR TO WS-GE-GESTOR(WS-GE-TOTAL)
           MOVE 'N' TO WS-GE-LISTADO(WS-GE-TOTAL).

       5000-PROCURAR-MENOR-GESTOR.
           *> os clientes sem gestor (0) saem primeiro
           MOVE 0 TO WS-GE-MENOR
           PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                   UNTIL WS-GE-IDX > WS-GE-TOTAL
               IF WS-GE-LISTADO(WS-GE-IDX) = 'N'
                   IF WS-GE-MENOR = 0
                       MOVE WS-GE-IDX TO WS-GE-MENOR
                   ELSE
                       IF WS-GE-GESTOR(WS-GE-IDX) <
                               WS-GE-GESTOR(WS-GE-MENOR)
                           MOVE WS-GE-IDX TO WS-GE-MENOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       5100-LISTAR-CARTEIRA.
           INITIALIZE WS-TOTAIS-GESTOR
           DISPLAY " "
           IF WS-GESTOR = 0
               DISPLAY "CLIENTES SEM GESTOR ATRIBUIDO"
           ELSE
               PERFORM 5150-CABECALHO-GESTOR
           END-IF
           DISPLAY WS-LINHA-SIMPLES
           DISPLAY "CIF       NOME                 SEG         FUNDOS "
               "       CREDITO ATR KYC  AML"
           DISPLAY WS-LINHA-SIMPLES

           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-TOTAL
               IF WS-CF-GESTOR(WS-CF-IDX) = WS-GESTOR
                   PERFORM 5200-LINHA-CLIENTE
               END-IF
           END-PERFORM

           DISPLAY WS-LINHA-SIMPLES
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           MOVE "TOTAL DA CARTEIRA" TO WS-LI-NOME
           MOVE WS-TG-FUNDOS TO WS-LI-FUNDOS
           MOVE WS-TG-CREDITO TO WS-LI-CREDITO
           MOVE WS-TG-ATRASOS TO WS-LI-ATRASOS
           MOVE WS-TG-CASOS-AML TO WS-LI-CASOS-AML
           DISPLAY WS-LINHA-IMPRESSAO
           DISPLAY "CLIENTES: " WS-TG-CLIENTES
               "  KYC POR REVER: " WS-TG-KYC

           *> mudancas de segmento desde o mes anterior
           MOVE 'N' TO WS-COM-MUDANCAS
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-TOTAL
               IF WS-CF-GESTOR(WS-CF-IDX) = WS-GESTOR
                       AND WS-CF-ANTERIOR(WS-CF-IDX) NOT = SPACE
                       AND WS-CF-SEGMENTO(WS-CF-IDX) NOT =
                           WS-CF-ANTERIOR(WS-CF-IDX)
                   PERFORM 5300-LINHA-MUDANCA
               END-IF
           END-PERFORM
           IF WS-COM-MUDANCAS = 'N'
               DISPLAY "SEM MUDANCAS DE SEGMENTO DESDE O MES ANTERIOR."
           ELSE
               DISPLAY "SUBIDAS: " WS-TG-SUBIDAS
                   "  DESCIDAS: " WS-TG-DESCIDAS
           END-IF.

       5150-CABECALHO-GESTOR.
           IF NOT OPERADORES-DISPONIVEIS
               DISPLAY "GESTOR " WS-GESTOR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GESTOR TO OPR-ID
           READ FICHEIRO-OPERADORES
               INVALID KEY
                   DISPLAY "GESTOR " WS-GESTOR
                       " (INEXISTENTE EM OPERADORES.DAT - "
                       "TRANSFIRA A CARTEIRA)"
               NOT INVALID KEY
                   IF OPERADOR-ATIVO
                       DISPLAY "GESTOR " WS-GESTOR " " OPR-NOME
                   ELSE
                       DISPLAY "GESTOR " WS-GESTOR " " OPR-NOME
                           " (SUSPENSO - TRANSFIRA A CARTEIRA)"
                   END-IF
           END-READ.

       5200-LINHA-CLIENTE.
           ADD 1 TO WS-TG-CLIENTES
           ADD WS-CF-FUNDOS(WS-CF-IDX) TO WS-TG-FUNDOS
           ADD WS-CF-CREDITO(WS-CF-IDX) TO WS-TG-CREDITO
           ADD WS-CF-ATRASOS(WS-CF-IDX) TO WS-TG-ATRASOS
           ADD WS-CF-CASOS-AML(WS-CF-IDX) TO WS-TG-CASOS-AML

           MOVE SPACES TO WS-LINHA-IMPRESSAO
           MOVE WS-CF-CIF(WS-CF-IDX) TO WS-LI-CIF
           MOVE WS-CF-NOME(WS-CF-IDX) TO WS-LI-NOME
           MOVE WS-CF-SEGMENTO(WS-CF-IDX) TO WS-LI-SEGMENTO
           IF WS-CF-SEGMENTO(WS-CF-IDX) = SPACE
               MOVE "---" TO WS-LI-SEGMENTO
           END-IF
           MOVE WS-CF-FUNDOS(WS-CF-IDX) TO WS-LI-FUNDOS
           MOVE WS-CF-CREDITO(WS-CF-IDX) TO WS-LI-CREDITO
           MOVE WS-CF-ATRASOS(WS-CF-IDX) TO WS-LI-ATRASOS
           IF WS-CF-KYC(WS-CF-IDX) = "E"
               MOVE "REV" TO WS-LI-KYC
               ADD 1 TO WS-TG-KYC
           ELSE
               MOVE "OK" TO WS-LI-KYC
           END-IF
           MOVE WS-CF-CASOS-AML(WS-CF-IDX) TO WS-LI-CASOS-AML
           DISPLAY WS-LINHA-IMPRESSAO.

       5300-LINHA-MUDANCA.
           IF WS-COM-MUDANCAS = 'N'
               MOVE 'S' TO WS-COM-MUDANCAS
               DISPLAY " "
               DISPLAY "MUDANCAS DE SEGMENTO DESDE O MES ANTERIOR:"
           END-IF
           *> entre particulares a ordem e massa < afluente < private;
           *> entrar ou sair do segmento empresa nao e subida nem
           *> descida
           MOVE WS-CF-ANTERIOR(WS-CF-IDX) TO WS-RANK-SEGMENTO
           PERFORM 8300-ORDEM-SEGMENTO
           MOVE WS-RANK TO WS-RANK-ANTES
           MOVE WS-CF-SEGMENTO(WS-CF-IDX) TO WS-RANK-SEGMENTO
           PERFORM 8300-ORDEM-SEGMENTO
           MOVE WS-RANK TO WS-RANK-DEPOIS
           EVALUATE TRUE
               WHEN WS-RANK-ANTES = 0 OR WS-RANK-DEPOIS = 0
                   MOVE "MUDANCA" TO WS-MUDANCA
               WHEN WS-RANK-DEPOIS > WS-RANK-ANTES
                   MOVE "SUBIDA" TO WS-MUDANCA
                   ADD 1 TO WS-TG-SUBIDAS
               WHEN OTHER
                   MOVE "DESCIDA" TO WS-MUDANCA
                   ADD 1 TO WS-TG-DESCIDAS
           END-EVALUATE
           DISPLAY "  " WS-CF-CIF(WS-CF-IDX) " "
               WS-CF-NOME(WS-CF-IDX) " "
               WS-CF-ANTERIOR(WS-CF-IDX) " -> "
               WS-CF-SEGMENTO(WS-CF-IDX) "  " WS-MUDANCA.

       8000-LOCALIZAR-CONTA.
           *> pesquisa linear; com WS-CT-CRIAR = 'S' acrescenta a
           *> conta, senao devolve WS-CT-IDX = 0 se nao a encontrar
           MOVE 1 TO WS-CT-IDX
           PERFORM UNTIL WS-CT-IDX > WS-CT-TOTAL
                   OR WS-CT-CONTA(WS-CT-IDX) = WS-CT-PROCURADA
               ADD 1 TO WS-CT-IDX
           END-PERFORM
           IF WS-CT-IDX <= WS-CT-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-CRIAR NOT = 'S'
               MOVE 0 TO WS-CT-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-TOTAL >= 5000
               DISPLAY "ERRO: MAIS DE 5000 CONTAS COM PRODUTOS - "
                   "TABELA CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-TOTAL
           MOVE WS-CT-TOTAL TO WS-CT-IDX
           INITIALIZE WS-CT-ENTRADA(WS-CT-IDX)
           MOVE WS-CT-PROCURADA TO WS-CT-CONTA(WS-CT-IDX).

       8100-VERIFICAR-PAPEL.
           *> a ligacao CIF-conta conta como titular, salvo se a
           *> titularidade a registar como assinante autorizado
           MOVE 'S' TO WS-E-TITULAR
           IF NOT TITULARES-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF
           MOVE LC-CONTA TO TL-CONTA
           MOVE LC-CIF TO TL-CIF
           READ FICHEIRO-TITULARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TITULAR-ASSINANTE
                       MOVE 'N' TO WS-E-TITULAR
                   END-IF
           END-READ.

       8200-OBTER-TAXA.
           *> taxa para EUR da moeda da conta em REG-CLIENTE; sem
           *> taxa conta o valor nominal, com alerta no fim
           MOVE 1 TO WS-TAXA
           IF MOEDA-FILE = "EUR" OR MOEDA-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT CAMBIO-DISPONIVEL
               ADD 1 TO WS-TOTAL-SEM-CAMBIO
               EXIT PARAGRAPH
           END-IF
           MOVE MOEDA-FILE TO CAMBIO-MOEDA
           READ FICHEIRO-CAMBIO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CAMBIO
               NOT INVALID KEY
                   MOVE CAMBIO-TAXA TO WS-TAXA
           END-READ.

       8300-ORDEM-SEGMENTO.
           EVALUATE WS-RANK-SEGMENTO
               WHEN "M"
                   MOVE 1 TO WS-RANK
               WHEN "A"
                   MOVE 2 TO WS-RANK
               WHEN "P"
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

           COPY DATANEG.
