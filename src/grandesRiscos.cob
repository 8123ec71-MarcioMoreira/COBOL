       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRANDES-RISCOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-COLATERAIS ASSIGN TO "data/colaterais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               ALTERNATE RECORD KEY IS COL-DEPOSITO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COLATERAIS.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-FS-TITULARES.

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-FUNDOS-PROPRIOS ASSIGN TO
               "data/fundos_proprios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNDOS.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-FUNDOS-PROPRIOS.
           COPY FUNDOSPROP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-COLATERAIS        PIC XX.
       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-FS-FUNDOS            PIC XX.
       77  WS-COLATERAIS-ABERTO    PIC X VALUE 'N'.
           88 COLATERAIS-DISPONIVEIS VALUE 'S'.
       77  WS-TITULARES-ABERTO     PIC X VALUE 'N'.
           88 TITULARES-DISPONIVEIS  VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL    VALUE 'S'.
       77  WS-COM-ALERTA           PIC X VALUE 'N'.

       *> contas internas do banco: nao sao exposicao a clientes
       77  WS-CONTA-INTERNA-MIN    PIC 9(09) VALUE 999999900.

       *> Limite de concentracao: percentagem dos fundos proprios
       *> elegiveis (data/fundos_proprios.dat). Sem parametros o
       *> relatorio lista as exposicoes sem os comparar.
       77  WS-LIMITE-ATIVO         PIC X VALUE 'N'.
           88 LIMITE-DISPONIVEL    VALUE 'S'.
       77  WS-LIMITE               PIC 9(11)V99 VALUE 0.

       *> Exposicao por conta, ja em EUR: saldo devedor dos
       *> emprestimos vivos e descoberto autorizado (o maior entre
       *> o limite e o descoberto efetivo). A lista de grupos da
       *> conta evita contar duas vezes, no mesmo grupo, uma conta
       *> com varios titulares do grupo.
       77  WS-CT-TOTAL             PIC 9(04) VALUE 0.
       77  WS-CT-IDX               PIC 9(04).
       77  WS-CT-PROCURADA         PIC 9(09).
       77  WS-CT-CRIAR             PIC X.
       01  WS-TABELA-CONTAS.
           05 WS-CT-ENTRADA OCCURS 5000 TIMES.
              10 WS-CT-CONTA           PIC 9(09).
              10 WS-CT-EMPREST         PIC 9(11)V99.
              10 WS-CT-DESCOB          PIC 9(11)V99.
              10 WS-CT-ATRIBUIDA       PIC X(01).
              10 WS-CT-NGRUPOS         PIC 9(02).
              10 WS-CT-GRUPO           PIC 9(09) OCCURS 10 TIMES.
       77  WS-CT-GRP-IDX           PIC 9(02).
       77  WS-GRUPO-NA-CONTA       PIC X.

       *> fiancas prestadas: o fiador responde ate ao montante
       *> afiancado, sem passar o saldo devedor do emprestimo
       77  WS-FI-TOTAL             PIC 9(04) VALUE 0.
       77  WS-FI-IDX               PIC 9(04).
       01  WS-TABELA-FIANCAS.
           05 WS-FI-ENTRADA OCCURS 2000 TIMES.
              10 WS-FI-CIF             PIC 9(09).
              10 WS-FI-CONTA-IDX       PIC 9(04).
              10 WS-FI-VALOR           PIC 9(11)V99.

       *> exposicao por cliente (CIF) e por grupo de clientes
       *> ligados (CIF-GRUPO, mantido em SETUP-DATABASE)
       77  WS-CF-TOTAL             PIC 9(04) VALUE 0.
       77  WS-CF-IDX               PIC 9(04).
       77  WS-CF-PROCURADO         PIC 9(09).
       01  WS-TABELA-CLIENTES.
           05 WS-CF-ENTRADA OCCURS 5000 TIMES.
              10 WS-CF-CIF             PIC 9(09).
              10 WS-CF-NOME            PIC X(30).
              10 WS-CF-GRUPO           PIC 9(09).
              10 WS-CF-EMPREST         PIC 9(11)V99.
              10 WS-CF-DESCOB          PIC 9(11)V99.
              10 WS-CF-GARANT          PIC 9(11)V99.
              10 WS-CF-LISTADO         PIC X(01).

       77  WS-GR-TOTAL             PIC 9(04) VALUE 0.
       77  WS-GR-IDX               PIC 9(04).
       77  WS-GR-PROCURADO         PIC 9(09).
       01  WS-TABELA-GRUPOS.
           05 WS-GR-ENTRADA OCCURS 2000 TIMES.
              10 WS-GR-GRUPO           PIC 9(09).
              10 WS-GR-NOME            PIC X(30).
              10 WS-GR-EMPREST         PIC 9(11)V99.
              10 WS-GR-DESCOB          PIC 9(11)V99.
              10 WS-GR-GARANT          PIC 9(11)V99.
              10 WS-GR-LISTADO         PIC X(01).

       77  WS-TAXA                 PIC 9(03)V9(06).
       77  WS-VALOR                PIC 9(11)V99.
       77  WS-DESCOBERTO           PIC 9(11)V99.
       77  WS-EXPOSICAO            PIC 9(11)V99.
       77  WS-MAIOR                PIC 9(11)V99.
       77  WS-MAIOR-TIPO           PIC X(01).
       77  WS-MAIOR-IDX            PIC 9(04).
       77  WS-RANKING              PIC 9(02).
       77  WS-E-TITULAR            PIC X.
           88 E-TITULAR-DA-CONTA   VALUE 'S'.
       77  WS-CIF-TESTE            PIC 9(09).
       77  WS-CONTA-TESTE          PIC 9(09).

       77  WS-TOTAL-EMPRESTIMOS    PIC 9(07) VALUE 0.
       77  WS-TOTAL-DESCOBERTOS    PIC 9(07) VALUE 0.
       77  WS-TOTAL-FIANCAS        PIC 9(07) VALUE 0.
       77  WS-TOTAL-EXCESSOS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-SEM-CAMBIO     PIC 9(07) VALUE 0.
       77  WS-TOTAL-SEM-CLIENTE    PIC 9(07) VALUE 0.
       77  WS-VALOR-SEM-CLIENTE    PIC 9(13)V99 VALUE 0.
       77  WS-EXPOSICAO-CARTEIRA   PIC 9(13)V99 VALUE 0.

       77  WS-VALOR-FORMATADO      PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-PERC-FORMATADO       PIC ZZ9.99.

       77  WS-LINHA-DUPLA          PIC X(106) VALUE ALL "=".
       77  WS-LINHA-SIMPLES        PIC X(106) VALUE ALL "-".
       01  WS-LINHA-IMPRESSAO.
           05 WS-LI-TIPO           PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-ID             PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-NOME           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-EMPREST        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-DESCOB         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-GARANT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-TOTAL          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-PERC           PIC ZZZ9.99.
           05 WS-LI-MARCA          PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           *> sem mestre de clientes e ligacoes conta-cliente nao ha
           *> a quem imputar a exposicao (ver MIGRAR-KYC)
           OPEN INPUT FICHEIRO-CIF.
           IF WS-FS-CIF NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR O MESTRE DE CLIENTES: "
                   WS-FS-CIF
               STOP RUN
           END-IF.
           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF-CONTAS NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-CIF
               DISPLAY "ERRO AO ABRIR LIGACOES CIF-CONTA: "
                   WS-FS-CIF-CONTAS
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-TITULARES.
           IF WS-FS-TITULARES = "00"
               MOVE 'S' TO WS-TITULARES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM TITULARIDADE - TODAS AS LIGACOES "
                   "CIF-CONTA CONTAM COMO TITULARES."
           END-IF.

           OPEN INPUT FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           ELSE
               DISPLAY "AVISO: SEM REGISTO DE GARANTIAS - FIANCAS "
                   "PRESTADAS FORA DO RELATORIO."
           END-IF.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE CAMBIOS INDISPONIVEL - "
                   "CONTAS EM MOEDA ESTRANGEIRA PELO VALOR NOMINAL."
           END-IF.

           PERFORM 1000-CARREGAR-FUNDOS.
           PERFORM 2000-ACUMULAR-EMPRESTIMOS.
           PERFORM 3000-ACUMULAR-DESCOBERTOS.
           PERFORM 4000-IMPUTAR-CONTAS.
           PERFORM 5000-IMPUTAR-FIANCAS.

           PERFORM 6000-IMPRIMIR-CABECALHO.
           PERFORM 6100-LISTAR-EXCESSOS.
           PERFORM 6500-LISTAR-MAIORES.

           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-CIF.
           CLOSE FICHEIRO-CIF-CONTAS.
           IF TITULARES-DISPONIVEIS
               CLOSE FICHEIRO-TITULARES
           END-IF.
           IF COLATERAIS-DISPONIVEIS
               CLOSE FICHEIRO-COLATERAIS
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.

           DISPLAY " ".
           DISPLAY "EMPRESTIMOS VIVOS      : " WS-TOTAL-EMPRESTIMOS.
           DISPLAY "CONTAS COM DESCOBERTO  : " WS-TOTAL-DESCOBERTOS.
           DISPLAY "FIANCAS PRESTADAS      : " WS-TOTAL-FIANCAS.
           DISPLAY "CLIENTES COM EXPOSICAO : " WS-CF-TOTAL.
           DISPLAY "GRUPOS COM EXPOSICAO   : " WS-GR-TOTAL.
           MOVE WS-EXPOSICAO-CARTEIRA TO WS-VALOR-FORMATADO.
           DISPLAY "EXPOSICAO TOTAL (EUR)  : " WS-VALOR-FORMATADO.
           IF LIMITE-DISPONIVEL
               DISPLAY "EXCESSOS AO LIMITE     : " WS-TOTAL-EXCESSOS
           END-IF.
           IF WS-TOTAL-SEM-CLIENTE > 0
               MOVE WS-VALOR-SEM-CLIENTE TO WS-VALOR-FORMATADO
               DISPLAY "*** " WS-TOTAL-SEM-CLIENTE " CONTA(S) COM "
                   "EXPOSICAO SEM CLIENTE NO MESTRE ("
                   WS-VALOR-FORMATADO " EUR) - FORA DO RELATORIO "
                   "(CORRA MIGRAR-KYC) ***"
           END-IF.
           IF WS-COM-ALERTA = 'S'
               DISPLAY "*** ATENCAO: " WS-TOTAL-SEM-CAMBIO
                   " CONTA(S) SEM TAXA EM CAMBIO.DAT - CONTADAS "
                   "PELO VALOR NOMINAL! ***"
           END-IF.
           DISPLAY " ".
           STOP RUN.

       1000-CARREGAR-FUNDOS.
           OPEN INPUT FICHEIRO-FUNDOS-PROPRIOS
           IF WS-FS-FUNDOS NOT = "00"
               DISPLAY "AVISO: SEM PARAMETROS DE FUNDOS PROPRIOS "
                   "(FUNDOS_PROPRIOS.DAT) - EXPOSICOES SEM LIMITE."
               EXIT PARAGRAPH
           END-IF

           READ FICHEIRO-FUNDOS-PROPRIOS
               AT END
                   MOVE "10" TO WS-FS-FUNDOS
           END-READ
           CLOSE FICHEIRO-FUNDOS-PROPRIOS
           IF WS-FS-FUNDOS NOT = "00"
                   OR FP-MONTANTE IS NOT NUMERIC
                   OR FP-LIMITE-PERC IS NOT NUMERIC
                   OR FP-DATA-REFERENCIA IS NOT NUMERIC
               DISPLAY "AVISO: PARAMETROS DE FUNDOS PROPRIOS "
                   "INVALIDOS - EXPOSICOES SEM LIMITE."
               EXIT PARAGRAPH
           END-IF
           IF FP-MONTANTE = 0 OR FP-LIMITE-PERC = 0
                   OR FP-LIMITE-PERC > 100
               DISPLAY "AVISO: FUNDOS PROPRIOS OU LIMITE A ZERO OU "
                   "FORA DE 0-100% - EXPOSICOES SEM LIMITE."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LIMITE ROUNDED =
               FP-MONTANTE * FP-LIMITE-PERC / 100
           MOVE 'S' TO WS-LIMITE-ATIVO.

       2000-ACUMULAR-EMPRESTIMOS.
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE EMPRESTIMOS - "
                   "SO DESCOBERTOS NO RELATORIO."
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
                       IF EMP-ATIVO AND EMP-SALDO-DEVEDOR > 0
                           PERFORM 2100-REGISTAR-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-EMPRESTIMOS.

       2100-REGISTAR-EMPRESTIMO.
           MOVE EMP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "AVISO: EMPRESTIMO " EMP-NUMERO
                       " COM CONTA " EMP-CONTA
                       " INEXISTENTE - FORA DO RELATORIO."
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-TOTAL-EMPRESTIMOS
           PERFORM 8300-OBTER-TAXA
           MOVE EMP-CONTA TO WS-CT-PROCURADA
           MOVE 'S' TO WS-CT-CRIAR
           PERFORM 8000-LOCALIZAR-CONTA
           COMPUTE WS-VALOR ROUNDED = EMP-SALDO-DEVEDOR * WS-TAXA
           ADD WS-VALOR TO WS-CT-EMPREST(WS-CT-IDX)

           IF NOT COLATERAIS-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-NUMERO TO COL-EMPRESTIMO
           MOVE 0 TO COL-SEQ
           START FICHEIRO-COLATERAIS KEY IS NOT LESS THAN COL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START
           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-EMPRESTIMO NOT = EMP-NUMERO
                           MOVE "10" TO WS-FS-COLATERAIS
                       ELSE
                           IF COL-FIANCA AND COL-ATIVA
                                   AND COL-CIF-FIADOR NOT = 0
                               PERFORM 2200-REGISTAR-FIANCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.

       2200-REGISTAR-FIANCA.
           IF WS-FI-TOTAL >= 2000
               DISPLAY "ERRO: MAIS DE 2000 FIANCAS ATIVAS - TABELA "
                   "CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-TOTAL-FIANCAS
           ADD 1 TO WS-FI-TOTAL
           MOVE COL-CIF-FIADOR TO WS-FI-CIF(WS-FI-TOTAL)
           MOVE WS-CT-IDX TO WS-FI-CONTA-IDX(WS-FI-TOTAL)
           IF COL-VALOR < EMP-SALDO-DEVEDOR
               COMPUTE WS-FI-VALOR(WS-FI-TOTAL) ROUNDED =
                   COL-VALOR * WS-TAXA
           ELSE
               COMPUTE WS-FI-VALOR(WS-FI-TOTAL) ROUNDED =
                   EMP-SALDO-DEVEDOR * WS-TAXA
           END-IF.

       3000-ACUMULAR-DESCOBERTOS.
           *> o descoberto autorizado conta pelo limite, mesmo nao
           *> usado; acima do limite conta o descoberto efetivo
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
                           PERFORM 3100-REGISTAR-DESCOBERTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CLIENTES.

       3100-REGISTAR-DESCOBERTO.
           MOVE 0 TO WS-DESCOBERTO
           IF SALDO-FILE < 0
               COMPUTE WS-DESCOBERTO = 0 - SALDO-FILE
           END-IF
           IF SALDO-LIMITE-FILE > WS-DESCOBERTO
               MOVE SALDO-LIMITE-FILE TO WS-DESCOBERTO
           END-IF
           IF WS-DESCOBERTO = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-DESCOBERTOS
           PERFORM 8300-OBTER-TAXA
           MOVE NR-CONTA-FILE TO WS-CT-PROCURADA
           MOVE 'S' TO WS-CT-CRIAR
           PERFORM 8000-LOCALIZAR-CONTA
           COMPUTE WS-CT-DESCOB(WS-CT-IDX) ROUNDED =
               WS-DESCOBERTO * WS-TAXA.

       4000-IMPUTAR-CONTAS.
           *> cada titular (primario ou conjunto) responde pela
           *> exposicao toda da conta; o assinante autorizado nao
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
                       MOVE LC-CONTA TO WS-CT-PROCURADA
                       MOVE 'N' TO WS-CT-CRIAR
                       PERFORM 8000-LOCALIZAR-CONTA
                       IF WS-CT-IDX > 0
                           MOVE LC-CIF TO WS-CIF-TESTE
                           MOVE LC-CONTA TO WS-CONTA-TESTE
                           PERFORM 8400-VERIFICAR-PAPEL
                           IF E-TITULAR-DA-CONTA
                               PERFORM 4100-IMPUTAR-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF-CONTAS

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-TOTAL
               IF WS-CT-ATRIBUIDA(WS-CT-IDX) NOT = 'S'
                   ADD 1 TO WS-TOTAL-SEM-CLIENTE
                   ADD WS-CT-EMPREST(WS-CT-IDX)
                       WS-CT-DESCOB(WS-CT-IDX)
                       TO WS-VALOR-SEM-CLIENTE
               ELSE
                   ADD WS-CT-EMPREST(WS-CT-IDX)
                       WS-CT-DESCOB(WS-CT-IDX)
                       TO WS-EXPOSICAO-CARTEIRA
               END-IF
           END-PERFORM.

       4100-IMPUTAR-CONTA.
           MOVE 'S' TO WS-CT-ATRIBUIDA(WS-CT-IDX)
           MOVE LC-CIF TO WS-CF-PROCURADO
           PERFORM 8100-LOCALIZAR-CLIENTE
           ADD WS-CT-EMPREST(WS-CT-IDX) TO WS-CF-EMPREST(WS-CF-IDX)
           ADD WS-CT-DESCOB(WS-CT-IDX) TO WS-CF-DESCOB(WS-CF-IDX)

           IF WS-CF-GRUPO(WS-CF-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           *> a conta entra uma so vez em cada grupo
           MOVE WS-CF-GRUPO(WS-CF-IDX) TO WS-GR-PROCURADO
           PERFORM 8500-GRUPO-JA-NA-CONTA
           IF WS-GRUPO-NA-CONTA = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-NGRUPOS(WS-CT-IDX) < 10
               ADD 1 TO WS-CT-NGRUPOS(WS-CT-IDX)
               MOVE WS-GR-PROCURADO TO
                   WS-CT-GRUPO(WS-CT-IDX, WS-CT-NGRUPOS(WS-CT-IDX))
           END-IF
           PERFORM 8200-LOCALIZAR-GRUPO
           ADD WS-CT-EMPREST(WS-CT-IDX) TO WS-GR-EMPREST(WS-GR-IDX)
           ADD WS-CT-DESCOB(WS-CT-IDX) TO WS-GR-DESCOB(WS-GR-IDX).

       5000-IMPUTAR-FIANCAS.
           *> a fianca pesa no fiador, salvo se ele ja responde pela
           *> conta como titular; no grupo, salvo se a conta do
           *> emprestimo ja esta no mesmo grupo
           PERFORM VARYING WS-FI-IDX FROM 1 BY 1
                   UNTIL WS-FI-IDX > WS-FI-TOTAL
               MOVE WS-FI-CONTA-IDX(WS-FI-IDX) TO WS-CT-IDX
               MOVE WS-FI-CIF(WS-FI-IDX) TO WS-CIF-TESTE
               MOVE WS-CT-CONTA(WS-CT-IDX) TO WS-CONTA-TESTE
               MOVE WS-CIF-TESTE TO LC-CIF
               MOVE WS-CONTA-TESTE TO LC-CONTA
               READ FICHEIRO-CIF-CONTAS
                   INVALID KEY
                       MOVE 'N' TO WS-E-TITULAR
                   NOT INVALID KEY
                       PERFORM 8400-VERIFICAR-PAPEL
               END-READ
               IF NOT E-TITULAR-DA-CONTA
                   PERFORM 5100-IMPUTAR-FIANCA
               END-IF
           END-PERFORM.

       5100-IMPUTAR-FIANCA.
           MOVE WS-CIF-TESTE TO WS-CF-PROCURADO
           PERFORM 8100-LOCALIZAR-CLIENTE
           ADD WS-FI-VALOR(WS-FI-IDX) TO WS-CF-GARANT(WS-CF-IDX)
           ADD WS-FI-VALOR(WS-FI-IDX) TO WS-EXPOSICAO-CARTEIRA

           IF WS-CF-GRUPO(WS-CF-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CF-GRUPO(WS-CF-IDX) TO WS-GR-PROCURADO
           PERFORM 8500-GRUPO-JA-NA-CONTA
           IF WS-GRUPO-NA-CONTA = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8200-LOCALIZAR-GRUPO
           ADD WS-FI-VALOR(WS-FI-IDX) TO WS-GR-GARANT(WS-GR-IDX).

       6000-IMPRIMIR-CABECALHO.
           DISPLAY " ".
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "   GRANDES RISCOS E CONCENTRACAO POR CLIENTE E "
               "GRUPO - " WS-DATA-NEGOCIO.
           IF LIMITE-DISPONIVEL
               MOVE FP-MONTANTE TO WS-VALOR-FORMATADO
               DISPLAY "   FUNDOS PROPRIOS (REF. " FP-DATA-REFERENCIA
                   "): " WS-VALOR-FORMATADO " EUR"
               MOVE FP-LIMITE-PERC TO WS-PERC-FORMATADO
               MOVE WS-LIMITE TO WS-VALOR-FORMATADO
               DISPLAY "   LIMITE POR CLIENTE OU GRUPO: "
                   WS-PERC-FORMATADO "% = " WS-VALOR-FORMATADO " EUR"
           ELSE
               DISPLAY "   SEM LIMITE DE CONCENTRACAO (FALTAM OS "
                   "FUNDOS PROPRIOS)"
           END-IF.
           DISPLAY WS-LINHA-DUPLA.

       6100-LISTAR-EXCESSOS.
           IF NOT LIMITE-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "EXCESSOS AO LIMITE (GRUPOS COM OS SEUS MEMBROS E "
               "CLIENTES SEM GRUPO)".
           PERFORM 6900-IMPRIMIR-TITULOS.

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-TOTAL
               COMPUTE WS-EXPOSICAO = WS-GR-EMPREST(WS-GR-IDX)
                   + WS-GR-DESCOB(WS-GR-IDX) + WS-GR-GARANT(WS-GR-IDX)
               IF WS-EXPOSICAO > WS-LIMITE
                   ADD 1 TO WS-TOTAL-EXCESSOS
                   PERFORM 6200-LINHA-GRUPO
                   PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                           UNTIL WS-CF-IDX > WS-CF-TOTAL
                       IF WS-CF-GRUPO(WS-CF-IDX) =
                               WS-GR-GRUPO(WS-GR-IDX)
                           PERFORM 6300-LINHA-CLIENTE
                           MOVE "  MEMBRO" TO WS-LI-TIPO
                           MOVE SPACES TO WS-LI-MARCA
                           DISPLAY WS-LINHA-IMPRESSAO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-TOTAL
               IF WS-CF-GRUPO(WS-CF-IDX) = 0
                   COMPUTE WS-EXPOSICAO = WS-CF-EMPREST(WS-CF-IDX)
                       + WS-CF-DESCOB(WS-CF-IDX)
                       + WS-CF-GARANT(WS-CF-IDX)
                   IF WS-EXPOSICAO > WS-LIMITE
                       ADD 1 TO WS-TOTAL-EXCESSOS
                       PERFORM 6300-LINHA-CLIENTE
                       DISPLAY WS-LINHA-IMPRESSAO
                   END-IF
               END-IF
           END-PERFORM

           IF WS-TOTAL-EXCESSOS = 0
               DISPLAY "(NENHUM CLIENTE OU GRUPO ACIMA DO LIMITE)"
           END-IF.

       6200-LINHA-GRUPO.
           MOVE "GRUPO" TO WS-LI-TIPO
           MOVE WS-GR-GRUPO(WS-GR-IDX) TO WS-LI-ID
           MOVE WS-GR-NOME(WS-GR-IDX) TO WS-LI-NOME
           MOVE WS-GR-EMPREST(WS-GR-IDX) TO WS-LI-EMPREST
           MOVE WS-GR-DESCOB(WS-GR-IDX) TO WS-LI-DESCOB
           MOVE WS-GR-GARANT(WS-GR-IDX) TO WS-LI-GARANT
           PERFORM 6400-COMPLETAR-LINHA
           DISPLAY WS-LINHA-IMPRESSAO.

       6300-LINHA-CLIENTE.
           MOVE "CLIENTE" TO WS-LI-TIPO
           MOVE WS-CF-CIF(WS-CF-IDX) TO WS-LI-ID
           MOVE WS-CF-NOME(WS-CF-IDX) TO WS-LI-NOME
           MOVE WS-CF-EMPREST(WS-CF-IDX) TO WS-LI-EMPREST
           MOVE WS-CF-DESCOB(WS-CF-IDX) TO WS-LI-DESCOB
           MOVE WS-CF-GARANT(WS-CF-IDX) TO WS-LI-GARANT
           COMPUTE WS-EXPOSICAO = WS-CF-EMPREST(WS-CF-IDX)
               + WS-CF-DESCOB(WS-CF-IDX) + WS-CF-GARANT(WS-CF-IDX)
           PERFORM 6400-COMPLETAR-LINHA.

       6400-COMPLETAR-LINHA.
           *> total, peso nos fundos proprios e marca de excesso
           MOVE WS-EXPOSICAO TO WS-LI-TOTAL
           MOVE SPACES TO WS-LI-MARCA
           IF LIMITE-DISPONIVEL
               COMPUTE WS-LI-PERC ROUNDED =
                   WS-EXPOSICAO * 100 / FP-MONTANTE
               IF WS-EXPOSICAO > WS-LIMITE
                   MOVE " *" TO WS-LI-MARCA
               END-IF
           ELSE
               MOVE 0 TO WS-LI-PERC
           END-IF.

       6500-LISTAR-MAIORES.
           *> as 20 maiores contrapartes: grupos e clientes sem grupo
           DISPLAY " ".
           DISPLAY "20 MAIORES EXPOSICOES (* = ACIMA DO LIMITE)".
           PERFORM 6900-IMPRIMIR-TITULOS.
           IF WS-GR-TOTAL = 0 AND WS-CF-TOTAL = 0
               DISPLAY "(SEM EXPOSICOES DE CREDITO)"
           END-IF
           MOVE 0 TO WS-RANKING
           PERFORM UNTIL WS-RANKING = 20
               PERFORM 6600-PROCURAR-MAIOR
               IF WS-MAIOR-TIPO = SPACE
                   MOVE 20 TO WS-RANKING
               ELSE
                   ADD 1 TO WS-RANKING
                   IF WS-MAIOR-TIPO = "G"
                       MOVE WS-MAIOR-IDX TO WS-GR-IDX
                       MOVE 'S' TO WS-GR-LISTADO(WS-GR-IDX)
                       MOVE WS-MAIOR TO WS-EXPOSICAO
                       PERFORM 6200-LINHA-GRUPO
                   ELSE
                       MOVE WS-MAIOR-IDX TO WS-CF-IDX
                       MOVE 'S' TO WS-CF-LISTADO(WS-CF-IDX)
                       PERFORM 6300-LINHA-CLIENTE
                       DISPLAY WS-LINHA-IMPRESSAO
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-LINHA-DUPLA.

       6600-PROCURAR-MAIOR.
           MOVE 0 TO WS-MAIOR
           MOVE SPACE TO WS-MAIOR-TIPO
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-TOTAL
               COMPUTE WS-EXPOSICAO = WS-GR-EMPREST(WS-GR-IDX)
                   + WS-GR-DESCOB(WS-GR-IDX) + WS-GR-GARANT(WS-GR-IDX)
               IF WS-GR-LISTADO(WS-GR-IDX) NOT = 'S'
                       AND WS-EXPOSICAO > WS-MAIOR
                   MOVE WS-EXPOSICAO TO WS-MAIOR
                   MOVE "G" TO WS-MAIOR-TIPO
                   MOVE WS-GR-IDX TO WS-MAIOR-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-TOTAL
               COMPUTE WS-EXPOSICAO = WS-CF-EMPREST(WS-CF-IDX)
                   + WS-CF-DESCOB(WS-CF-IDX) + WS-CF-GARANT(WS-CF-IDX)
               IF WS-CF-GRUPO(WS-CF-IDX) = 0
                       AND WS-CF-LISTADO(WS-CF-IDX) NOT = 'S'
                       AND WS-EXPOSICAO > WS-MAIOR
                   MOVE WS-EXPOSICAO TO WS-MAIOR
                   MOVE "C" TO WS-MAIOR-TIPO
                   MOVE WS-CF-IDX TO WS-MAIOR-IDX
               END-IF
           END-PERFORM.

       6900-IMPRIMIR-TITULOS.
           DISPLAY "TIPO    ID        NOME                    "
               "   EMPRESTIMOS    DESCOBERTOS      GARANTIAS"
               "          TOTAL    % FP".
           DISPLAY WS-LINHA-SIMPLES.

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
               DISPLAY "ERRO: MAIS DE 5000 CONTAS COM EXPOSICAO - "
                   "TABELA CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-TOTAL
           MOVE WS-CT-TOTAL TO WS-CT-IDX
           INITIALIZE WS-CT-ENTRADA(WS-CT-IDX)
           MOVE WS-CT-PROCURADA TO WS-CT-CONTA(WS-CT-IDX).

       8100-LOCALIZAR-CLIENTE.
           MOVE 1 TO WS-CF-IDX
           PERFORM UNTIL WS-CF-IDX > WS-CF-TOTAL
                   OR WS-CF-CIF(WS-CF-IDX) = WS-CF-PROCURADO
               ADD 1 TO WS-CF-IDX
           END-PERFORM
           IF WS-CF-IDX <= WS-CF-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-CF-TOTAL >= 5000
               DISPLAY "ERRO: MAIS DE 5000 CLIENTES COM EXPOSICAO - "
                   "TABELA CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-CF-TOTAL
           MOVE WS-CF-TOTAL TO WS-CF-IDX
           INITIALIZE WS-CF-ENTRADA(WS-CF-IDX)
           MOVE WS-CF-PROCURADO TO WS-CF-CIF(WS-CF-IDX)
           MOVE WS-CF-PROCURADO TO CIF-ID
           READ FICHEIRO-CIF
               INVALID KEY
                   MOVE "(SEM FICHA NO MESTRE)" TO WS-CF-NOME(WS-CF-IDX)
               NOT INVALID KEY
                   MOVE CIF-NOME TO WS-CF-NOME(WS-CF-IDX)
                   MOVE CIF-GRUPO TO WS-CF-GRUPO(WS-CF-IDX)
           END-READ.

       8200-LOCALIZAR-GRUPO.
           MOVE 1 TO WS-GR-IDX
           PERFORM UNTIL WS-GR-IDX > WS-GR-TOTAL
                   OR WS-GR-GRUPO(WS-GR-IDX) = WS-GR-PROCURADO
               ADD 1 TO WS-GR-IDX
           END-PERFORM
           IF WS-GR-IDX <= WS-GR-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-GR-TOTAL >= 2000
               DISPLAY "ERRO: MAIS DE 2000 GRUPOS COM EXPOSICAO - "
                   "TABELA CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-GR-TOTAL
           MOVE WS-GR-TOTAL TO WS-GR-IDX
           INITIALIZE WS-GR-ENTRADA(WS-GR-IDX)
           MOVE WS-GR-PROCURADO TO WS-GR-GRUPO(WS-GR-IDX)
           *> o grupo tem o nome do cliente que o encabeca
           MOVE WS-GR-PROCURADO TO CIF-ID
           READ FICHEIRO-CIF
               INVALID KEY
                   MOVE "(LIDER SEM FICHA)" TO WS-GR-NOME(WS-GR-IDX)
               NOT INVALID KEY
                   MOVE CIF-NOME TO WS-GR-NOME(WS-GR-IDX)
           END-READ.

       8300-OBTER-TAXA.
           *> taxa para EUR da moeda da conta em REG-CLIENTE; sem
           *> taxa conta o valor nominal, com alerta no fim
           MOVE 1 TO WS-TAXA
           IF MOEDA-FILE = "EUR" OR MOEDA-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT CAMBIO-DISPONIVEL
               MOVE 'S' TO WS-COM-ALERTA
               ADD 1 TO WS-TOTAL-SEM-CAMBIO
               EXIT PARAGRAPH
           END-IF
           MOVE MOEDA-FILE TO CAMBIO-MOEDA
           READ FICHEIRO-CAMBIO
               INVALID KEY
                   MOVE 'S' TO WS-COM-ALERTA
                   ADD 1 TO WS-TOTAL-SEM-CAMBIO
               NOT INVALID KEY
                   MOVE CAMBIO-TAXA TO WS-TAXA
           END-READ.

       8400-VERIFICAR-PAPEL.
           *> a ligacao CIF-conta conta como titular, salvo se a
           *> titularidade a registar como assinante autorizado
           MOVE 'S' TO WS-E-TITULAR
           IF NOT TITULARES-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-TESTE TO TL-CONTA
           MOVE WS-CIF-TESTE TO TL-CIF
           READ FICHEIRO-TITULARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TITULAR-ASSINANTE
                       MOVE 'N' TO WS-E-TITULAR
                   END-IF
           END-READ.

       8500-GRUPO-JA-NA-CONTA.
           MOVE 'N' TO WS-GRUPO-NA-CONTA
           PERFORM VARYING WS-CT-GRP-IDX FROM 1 BY 1
                   UNTIL WS-CT-GRP-IDX > WS-CT-NGRUPOS(WS-CT-IDX)
               IF WS-CT-GRUPO(WS-CT-IDX, WS-CT-GRP-IDX) =
                       WS-GR-PROCURADO
                   MOVE 'S' TO WS-GRUPO-NA-CONTA
               END-IF
           END-PERFORM.

           COPY DATANEG.
