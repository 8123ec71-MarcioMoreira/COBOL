       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-HERANCAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-HERANCAS ASSIGN TO "data/herancas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-CIF
               FILE STATUS IS WS-FS-HERANCAS.

           SELECT FICHEIRO-HERANCA-POSICOES ASSIGN TO
               "data/heranca_posicoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HP-CHAVE
               FILE STATUS IS WS-FS-POSICOES.

           SELECT FICHEIRO-HERDEIROS ASSIGN TO "data/herdeiros.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-CHAVE
               FILE STATUS IS WS-FS-HERDEIROS.

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

           SELECT FICHEIRO-COMPENSACAO-SAIDA
               ASSIGN TO "data/compensacao_sai.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPENSACAO.

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
       FD  FICHEIRO-HERANCAS.
           COPY HERANCA.

       FD  FICHEIRO-HERANCA-POSICOES.
           COPY HERANCAPOS.

       FD  FICHEIRO-HERDEIROS.
           COPY HERDEIRO.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-COMPENSACAO-SAIDA.
       01  REG-COMPENSACAO-SAIDA.
           *> uma transferencia interbancaria por linha, enviada ao
           *> banco de destino no fecho; a perna de credito fica na
           *> conta transitoria de compensacao ate a liquidacao
           05 CS-CONTA-ORIGEM        PIC 9(09).
           05 CS-CONTA-DESTINO       PIC 9(09).
           05 CS-VALOR               PIC 9(07)V99.
           05 CS-MOEDA               PIC X(03).
           05 CS-DATA                PIC 9(08).

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY VALBANCOWS.

       77  WS-FS-HERANCAS          PIC XX.
       77  WS-FS-POSICOES          PIC XX.
       77  WS-FS-HERDEIROS         PIC XX.
       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-FS-COMPENSACAO       PIC XX.
       77  WS-OPCAO                PIC X VALUE 'C'.
       77  WS-CONFIRMA             PIC X.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-MOV-REF-ESTORNO      PIC 9(09) VALUE 0.
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-SINAL                PIC S9(01).

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'T-Pagamento da quota (saida)', 'E-Entrada na conta
           *> do herdeiro ou na transitoria', 'Y-Estorno de credito
           *> recebido apos o obito'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.
           *> MOV-ID estornado, como na linha de ESTORNO-MOVIMENTO;
           *> 0 nos restantes lancamentos
           05 WS-LOG-MOV-ORIGINAL  PIC 9(09).

       *> processo em tratamento
       77  WS-CIF-FALECIDO         PIC 9(09).
       77  WS-DATA-OBITO           PIC 9(08).

       *> contas ligadas ao CIF, recolhidas antes de mexer nas
       *> ligacoes (o varrimento de cif_contas nao pode apagar o
       *> registo em que vai)
       77  WS-TOTAL-CONTAS         PIC 9(03).
       77  WS-IDX-CONTA            PIC 9(03).
       01  WS-TABELA-CONTAS.
           05 WS-TC-CONTA OCCURS 50 TIMES PIC 9(09).
       77  WS-CONTA-ATUAL          PIC 9(09).
       77  WS-PAPEL-FALECIDO       PIC X(01).
       77  WS-SOBREVIVENTES        PIC 9(02).
       77  WS-SALDO-NA-DATA        PIC S9(07)V99.
       77  WS-TOTAL-POSICOES       PIC 9(03).

       *> estorno de creditos posteriores ao obito
       77  WS-TOTAL-CANDIDATOS     PIC 9(03).
       77  WS-TOTAL-ESTORNOS-JA    PIC 9(03).
       77  WS-IDX-CAND             PIC 9(03).
       77  WS-IDX-JA               PIC 9(03).
       77  WS-CANDIDATO-OK         PIC X.
           88 CANDIDATO-POR-ESTORNAR VALUE 'S'.
       01  WS-TABELA-CANDIDATOS.
           05 WS-CAND-ENTRADA OCCURS 200 TIMES.
              10 WS-CAND-ID            PIC 9(09).
              10 WS-CAND-TIPO          PIC X(01).
              10 WS-CAND-VALOR         PIC 9(07)V99.
              10 WS-CAND-DATA          PIC 9(08).
       01  WS-TABELA-JA-ESTORNADOS.
           05 WS-JA-REF OCCURS 200 TIMES PIC 9(09).
       77  WS-VALOR-ESTORNO        PIC 9(07)V99.

       *> herdeiros: captados em tabela e so gravados quando as
       *> quotas somam 100%
       77  WS-TOTAL-HERDEIROS      PIC 9(02).
       77  WS-IDX-HERD             PIC 9(02).
       77  WS-SOMA-QUOTAS          PIC 9(03)V99.
       77  WS-FIM-HERDEIROS        PIC X.
           88 FIM-HERDEIROS          VALUE 'S'.
       77  WS-REF-HABILITACAO      PIC X(15).
       01  WS-TABELA-HERDEIROS.
           05 WS-HD-ENTRADA OCCURS 20 TIMES.
              10 WS-HD-NOME            PIC X(30).
              10 WS-HD-CIF             PIC 9(09).
              10 WS-HD-QUOTA           PIC 9(03)V99.
              10 WS-HD-FORMA           PIC X(01).
              10 WS-HD-BANCO           PIC 9(04).
              10 WS-HD-CONTA           PIC 9(09).
              10 WS-HD-PAGO            PIC 9(07)V99.
              *> 'S' se ja ficou pago numa execucao anterior; quotas
              *> desta execucao que nao chegaram a ser pagas
              10 WS-HD-JA-PAGO         PIC X(01).
              10 WS-HD-FALHAS          PIC 9(03).
       77  WS-NOVO-NOME            PIC X(30).
       77  WS-NOVO-CIF             PIC 9(09).
       77  WS-NOVA-QUOTA           PIC 9(03)V99.
       77  WS-NOVA-FORMA           PIC X(01).
       77  WS-NOVO-BANCO           PIC 9(04).
       77  WS-NOVA-CONTA           PIC 9(09).

       *> pagamento da partilha
       77  WS-PARTILHA-OK          PIC X.
           88 PARTILHA-BLOQUEADA     VALUE 'N'.
       77  WS-SALDO-PARTILHA       PIC 9(07)V99.
       77  WS-RESTO-PARTILHA       PIC 9(07)V99.
       77  WS-VALOR-QUOTA          PIC 9(07)V99.
       77  WS-CONTA-ORIGEM         PIC 9(09).
       77  WS-PAGAMENTO-OK         PIC X.
           88 PAGAMENTO-EFETUADO     VALUE 'S'.
       *> quotas por pagar: uma falha deixa o processo aberto e os
       *> herdeiros afetados por pagar; numa nova execucao o saldo
       *> que ficou reparte-se so por eles, na proporcao das quotas
       77  WS-TOTAL-FALHAS         PIC 9(03).
       77  WS-QUOTAS-POR-PAGAR     PIC 9(03)V99.
       77  WS-ULTIMO-HERD          PIC 9(02).
       77  WS-MOV-DEBITO           PIC 9(09).

       *> Conta transitoria de compensacao interbancaria: recebe a
       *> perna de credito das quotas pagas a outros bancos, como
       *> nas transferencias interbancarias do BANKFLOW.
       77  WS-CONTA-SUSPENSA       PIC 9(09) VALUE 999999901.
       77  WS-COMPENSACAO-ABERTA   PIC X VALUE 'N'.
           88 COMPENSACAO-DISPONIVEL VALUE 'S'.

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
           *> o processo de heranca mexe no estado, nas ligacoes e no
           *> saldo das contas do falecido: ato de supervisor, com
           *> rasto de auditoria
           MOVE "GESTAO-HERANCAS" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE TRATAR "
                   "PROCESSOS DE HERANCA."
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-HERANCAS.
           IF WS-FS-HERANCAS = "35"
               OPEN OUTPUT FICHEIRO-HERANCAS
               CLOSE FICHEIRO-HERANCAS
               OPEN I-O FICHEIRO-HERANCAS
           END-IF.
           OPEN I-O FICHEIRO-HERANCA-POSICOES.
           IF WS-FS-POSICOES = "35"
               OPEN OUTPUT FICHEIRO-HERANCA-POSICOES
               CLOSE FICHEIRO-HERANCA-POSICOES
               OPEN I-O FICHEIRO-HERANCA-POSICOES
           END-IF.
           OPEN I-O FICHEIRO-HERDEIROS.
           IF WS-FS-HERDEIROS = "35"
               OPEN OUTPUT FICHEIRO-HERDEIROS
               CLOSE FICHEIRO-HERDEIROS
               OPEN I-O FICHEIRO-HERDEIROS
           END-IF.
           IF WS-FS-HERANCAS NOT = "00" OR WS-FS-POSICOES NOT = "00"
                   OR WS-FS-HERDEIROS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIROS DE HERANCAS: "
                   WS-FS-HERANCAS " " WS-FS-POSICOES " "
                   WS-FS-HERDEIROS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CIF.
           OPEN I-O FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF NOT = "00" OR WS-FS-CIF-CONTAS NOT = "00"
               CLOSE FICHEIRO-HERANCAS
               CLOSE FICHEIRO-HERANCA-POSICOES
               CLOSE FICHEIRO-HERDEIROS
               DISPLAY "ERRO AO ABRIR O MESTRE DE CLIENTES: "
                   WS-FS-CIF " " WS-FS-CIF-CONTAS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-HERANCAS
               CLOSE FICHEIRO-HERANCA-POSICOES
               CLOSE FICHEIRO-HERDEIROS
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-HERANCAS
               CLOSE FICHEIRO-HERANCA-POSICOES
               CLOSE FICHEIRO-HERDEIROS
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
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
               CLOSE FICHEIRO-HERANCAS
               CLOSE FICHEIRO-HERANCA-POSICOES
               CLOSE FICHEIRO-HERDEIROS
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> titularidade e produtos sao opcionais: uma instalacao
           *> sem contas conjuntas ou sem carteira de credito trata
           *> heranca na mesma
           OPEN I-O FICHEIRO-TITULARES.
           OPEN INPUT FICHEIRO-DEPOSITOS.
           OPEN INPUT FICHEIRO-EMPRESTIMOS.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           END-IF.

           OPEN EXTEND FICHEIRO-COMPENSACAO-SAIDA.
           IF WS-FS-COMPENSACAO = "35"
               OPEN OUTPUT FICHEIRO-COMPENSACAO-SAIDA
           END-IF.
           IF WS-FS-COMPENSACAO = "00"
               MOVE 'S' TO WS-COMPENSACAO-ABERTA
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- PROCESSOS DE HERANCA ---"
               DISPLAY "A - ABRIR PROCESSO (OBITO DE CLIENTE)"
               DISPLAY "C - CONSULTAR PROCESSO"
               DISPLAY "E - ESTORNAR CREDITOS POSTERIORES AO OBITO"
               DISPLAY "H - REGISTAR HABILITACAO DE HERDEIROS"
               DISPLAY "P - PAGAR PARTILHA AOS HERDEIROS"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "A"
                       PERFORM 2000-ABRIR-PROCESSO
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-PROCESSO
                   WHEN "E"
                       PERFORM 4000-ESTORNAR-CREDITOS
                   WHEN "H"
                       PERFORM 5000-REGISTAR-HABILITACAO
                   WHEN "P"
                       PERFORM 6000-PAGAR-PARTILHA
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-HERANCAS.
           CLOSE FICHEIRO-HERANCA-POSICOES.
           CLOSE FICHEIRO-HERDEIROS.
           CLOSE FICHEIRO-CIF.
           CLOSE FICHEIRO-CIF-CONTAS.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           IF WS-FS-TITULARES = "00"
               CLOSE FICHEIRO-TITULARES
           END-IF.
           IF WS-FS-DEPOSITOS = "00"
               CLOSE FICHEIRO-DEPOSITOS
           END-IF.
           IF WS-FS-EMPRESTIMOS = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.
           IF COMPENSACAO-DISPONIVEL
               CLOSE FICHEIRO-COMPENSACAO-SAIDA
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

       1200-LER-PROCESSO.
           *> pede o CIF e le o processo; WS-FS-HERANCAS fica "00"
           *> so quando o processo existe
           DISPLAY "CIF DO FALECIDO: " WITH NO ADVANCING
           ACCEPT WS-CIF-FALECIDO
           MOVE WS-CIF-FALECIDO TO HR-CIF
           READ FICHEIRO-HERANCAS
               INVALID KEY
                   DISPLAY "ERRO: NAO HA PROCESSO DE HERANCA PARA O "
                       "CIF " WS-CIF-FALECIDO "!"
           END-READ
           IF WS-FS-HERANCAS = "00"
               MOVE HR-DATA-OBITO TO WS-DATA-OBITO
           END-IF.

       2000-ABRIR-PROCESSO.
           DISPLAY " ".
           DISPLAY "--- ABRIR PROCESSO DE HERANCA ---".
           DISPLAY "CIF DO FALECIDO: " WITH NO ADVANCING
           ACCEPT WS-CIF-FALECIDO
           MOVE WS-CIF-FALECIDO TO CIF-ID
           READ FICHEIRO-CIF
               INVALID KEY
                   DISPLAY "ERRO: CIF " WS-CIF-FALECIDO
                       " NAO ENCONTRADO!"
           END-READ
           IF WS-FS-CIF NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CIF-FALECIDO TO HR-CIF
           READ FICHEIRO-HERANCAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: JA EXISTE PROCESSO PARA ESTE CIF "
                       "(ESTADO '" HR-ESTADO "')."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CLIENTE: " CIF-NOME
           DISPLAY "DATA DO OBITO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATA-OBITO
           IF WS-DATA-OBITO = 0 OR WS-DATA-OBITO > WS-DATA-HOJE
               DISPLAY "ERRO: DATA DO OBITO INVALIDA!"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-OBITO) NOT = 0
               DISPLAY "ERRO: DATA DO OBITO INVALIDA!"
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-RECOLHER-CONTAS
           IF WS-TOTAL-CONTAS = 0
               DISPLAY "AVISO: O CIF NAO TEM CONTAS LIGADAS."
           END-IF

           DISPLAY "CONTAS LIGADAS AO CIF: " WS-TOTAL-CONTAS
           DISPLAY "AS CONTAS SO DO FALECIDO FICAM CONGELADAS (F); "
               "AS CONJUNTAS SEGUEM COM OS SOBREVIVENTES."
           DISPLAY "CONFIRMA A ABERTURA DO PROCESSO? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "ABERTURA CANCELADA."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CIF-FALECIDO TO HR-CIF
           MOVE CIF-NOME TO HR-NOME
           MOVE WS-DATA-OBITO TO HR-DATA-OBITO
           MOVE WS-DATA-HOJE TO HR-DATA-ABERTURA
           MOVE "A" TO HR-ESTADO
           MOVE 0 TO HR-TOTAL-ESTORNADO
           MOVE SPACES TO HR-REF-HABILITACAO
           MOVE 0 TO HR-DATA-HABILITACAO
           MOVE 0 TO HR-DATA-PARTILHA
           MOVE WS-OPR-ATUAL TO HR-OPERADOR
           WRITE REG-HERANCA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PROCESSO!"
                   EXIT PARAGRAPH
           END-WRITE

           MOVE 0 TO WS-TOTAL-POSICOES
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-TOTAL-CONTAS
               MOVE WS-TC-CONTA(WS-IDX-CONTA) TO WS-CONTA-ATUAL
               PERFORM 2200-APURAR-CONTA
           END-PERFORM

           DISPLAY "PROCESSO ABERTO: " WS-TOTAL-POSICOES
               " POSICOES APURADAS A " WS-DATA-OBITO "."
           MOVE "ABRIR-HERANCA" TO WS-AUD-ACAO
           MOVE 0 TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       2100-RECOLHER-CONTAS.
           MOVE 0 TO WS-TOTAL-CONTAS
           MOVE WS-CIF-FALECIDO TO LC-CIF
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
                       IF LC-CIF NOT = WS-CIF-FALECIDO
                           MOVE "10" TO WS-FS-CIF-CONTAS
                       ELSE
                           IF WS-TOTAL-CONTAS < 50
                               ADD 1 TO WS-TOTAL-CONTAS
                               MOVE LC-CONTA
                                   TO WS-TC-CONTA(WS-TOTAL-CONTAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF-CONTAS.

       2200-APURAR-CONTA.
           MOVE WS-CONTA-ATUAL TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "AVISO: CONTA " WS-CONTA-ATUAL
                       " LIGADA AO CIF MAS INEXISTENTE."
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2210-PAPEL-E-SOBREVIVENTES
           PERFORM 2220-SALDO-NA-DATA

           *> reler: o calculo do saldo a data nao mexe no registo,
           *> mas a conta vai ser regravada com o novo estado
           MOVE WS-CONTA-ATUAL TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-CIF-FALECIDO TO HP-CIF
           MOVE "C" TO HP-TIPO
           MOVE WS-CONTA-ATUAL TO HP-NUMERO
           MOVE WS-CONTA-ATUAL TO HP-CONTA
           MOVE WS-SALDO-NA-DATA TO HP-SALDO
           MOVE MOEDA-FILE TO HP-MOEDA
           MOVE WS-PAPEL-FALECIDO TO HP-PAPEL
           MOVE WS-SOBREVIVENTES TO HP-SOBREVIVENTES
           *> conta com outro titular primario ou conjunto continua a
           *> ser deles; o falecido so assinante tambem nao a torna
           *> parte da heranca
           IF WS-SOBREVIVENTES > 0 OR WS-PAPEL-FALECIDO = "A"
               MOVE "S" TO HP-TRATAMENTO
           ELSE
               MOVE "H" TO HP-TRATAMENTO
           END-IF
           PERFORM 2290-GRAVAR-POSICAO

           MOVE WS-SALDO-NA-DATA TO WS-VALOR-FORMATADO
           IF POSICAO-HERANCA
               DISPLAY "CONTA " WS-CONTA-ATUAL " SALDO A DATA "
                   WS-VALOR-FORMATADO " " MOEDA-FILE
                   " - HERANCA (CONGELADA)"
               IF NOT CONTA-FALECIDO-FILE
                   MOVE "F" TO ESTADO-CONTA-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO AO CONGELAR A CONTA "
                               WS-CONTA-ATUAL "!"
                   END-REWRITE
               END-IF
           ELSE
               DISPLAY "CONTA " WS-CONTA-ATUAL " SALDO A DATA "
                   WS-VALOR-FORMATADO " " MOEDA-FILE
                   " - MANTIDA P/ " WS-SOBREVIVENTES
                   " SOBREVIVENTE(S)"
               *> uma conjunta congelada a mao volta a ativa: os
               *> sobreviventes continuam a movimenta-la
               IF CONTA-FALECIDO-FILE
                   MOVE "A" TO ESTADO-CONTA-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO AO REATIVAR A CONTA "
                               WS-CONTA-ATUAL "!"
                   END-REWRITE
               END-IF
               PERFORM 2230-RETIRAR-FALECIDO
           END-IF

           PERFORM 2240-APURAR-DEPOSITOS
           PERFORM 2250-APURAR-EMPRESTIMOS.

       2210-PAPEL-E-SOBREVIVENTES.
           *> sem registo de titularidade a conta e so do cliente do
           *> mestre (contas anteriores a titulares.dat)
           MOVE "P" TO WS-PAPEL-FALECIDO
           MOVE 0 TO WS-SOBREVIVENTES
           IF WS-FS-TITULARES NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
                           MOVE "10" TO WS-FS-TITULARES
                       ELSE
                           IF TL-CIF = WS-CIF-FALECIDO
                               MOVE TL-PAPEL TO WS-PAPEL-FALECIDO
                           ELSE
                               IF TITULAR-PRIMARIO
                                       OR TITULAR-CONJUNTO
                                   ADD 1 TO WS-SOBREVIVENTES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-TITULARES.

       2220-SALDO-NA-DATA.
           *> saldo a data do obito = saldo de hoje menos o efeito
           *> dos movimentos lancados depois dessa data
           MOVE SALDO-FILE TO WS-SALDO-NA-DATA
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
                           IF MOV-DATA > WS-DATA-OBITO
                               PERFORM 8200-SINAL-DA-OPERACAO
                               COMPUTE WS-SALDO-NA-DATA =
                                   WS-SALDO-NA-DATA
                                   - WS-SINAL * MOV-VALOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       2230-RETIRAR-FALECIDO.
           *> a conta segue so com os sobreviventes: sai a ligacao do
           *> falecido a conta (a posicao guardada no processo fica
           *> como prova do papel que tinha)
           IF WS-FS-TITULARES = "00"
               MOVE WS-CONTA-ATUAL TO TL-CONTA
               MOVE WS-CIF-FALECIDO TO TL-CIF
               DELETE FICHEIRO-TITULARES
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE "00" TO WS-FS-TITULARES
           END-IF
           MOVE WS-CIF-FALECIDO TO LC-CIF
           MOVE WS-CONTA-ATUAL TO LC-CONTA
           DELETE FICHEIRO-CIF-CONTAS
               INVALID KEY
                   DISPLAY "ERRO AO RETIRAR A LIGACAO DO FALECIDO A "
                       "CONTA " WS-CONTA-ATUAL "!"
           END-DELETE
           MOVE "00" TO WS-FS-CIF-CONTAS
           MOVE "RETIRAR-TITULAR" TO WS-AUD-ACAO
           MOVE WS-CONTA-ATUAL TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       2240-APURAR-DEPOSITOS.
           IF WS-FS-DEPOSITOS NOT = "00"
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
                       IF DP-CONTA = WS-CONTA-ATUAL
                               AND DEP-ATIVO
                               AND DP-DATA-INICIO <= WS-DATA-OBITO
                           MOVE WS-CIF-FALECIDO TO HP-CIF
                           MOVE "D" TO HP-TIPO
                           MOVE DP-NUMERO TO HP-NUMERO
                           MOVE DP-CONTA TO HP-CONTA
                           MOVE DP-CAPITAL TO HP-SALDO
                           PERFORM 2260-COMPLETAR-PRODUTO
                           MOVE DP-CAPITAL TO WS-VALOR-FORMATADO
                           DISPLAY "  DEPOSITO A PRAZO " DP-NUMERO
                               " CAPITAL " WS-VALOR-FORMATADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-DEPOSITOS.

       2250-APURAR-EMPRESTIMOS.
           *> o capital em divida e o atual: as prestacoes nao
           *> correm numa conta congelada, por isso nao baixa entre
           *> o obito e a abertura do processo
           IF WS-FS-EMPRESTIMOS NOT = "00"
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
                       IF EMP-CONTA = WS-CONTA-ATUAL
                               AND EMP-ATIVO
                           MOVE WS-CIF-FALECIDO TO HP-CIF
                           MOVE "E" TO HP-TIPO
                           MOVE EMP-NUMERO TO HP-NUMERO
                           MOVE EMP-CONTA TO HP-CONTA
                           MOVE EMP-SALDO-DEVEDOR TO HP-SALDO
                           PERFORM 2260-COMPLETAR-PRODUTO
                           MOVE EMP-SALDO-DEVEDOR
                               TO WS-VALOR-FORMATADO
                           DISPLAY "  EMPRESTIMO " EMP-NUMERO
                               " EM DIVIDA " WS-VALOR-FORMATADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-EMPRESTIMOS.

       2260-COMPLETAR-PRODUTO.
           *> o produto segue o tratamento da conta a que esta ligado
           MOVE MOEDA-FILE TO HP-MOEDA
           MOVE WS-PAPEL-FALECIDO TO HP-PAPEL
           MOVE WS-SOBREVIVENTES TO HP-SOBREVIVENTES
           IF WS-SOBREVIVENTES > 0 OR WS-PAPEL-FALECIDO = "A"
               MOVE "S" TO HP-TRATAMENTO
           ELSE
               MOVE "H" TO HP-TRATAMENTO
           END-IF
           PERFORM 2290-GRAVAR-POSICAO.

       2290-GRAVAR-POSICAO.
           WRITE REG-HERANCA-POSICAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A POSICAO " HP-TIPO " "
                       HP-NUMERO "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-POSICOES
           END-WRITE.

       3000-CONSULTAR-PROCESSO.
           DISPLAY " ".
           PERFORM 1200-LER-PROCESSO
           IF WS-FS-HERANCAS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "FALECIDO : " HR-NOME
           DISPLAY "OBITO    : " HR-DATA-OBITO
               "   ABERTO EM: " HR-DATA-ABERTURA
           DISPLAY "ESTADO   : " HR-ESTADO
               " (A-ABERTO H-HABILITADO P-PARTILHA PAGA)"
           MOVE HR-TOTAL-ESTORNADO TO WS-VALOR-FORMATADO
           DISPLAY "ESTORNADO APOS O OBITO: " WS-VALOR-FORMATADO
           IF HR-REF-HABILITACAO NOT = SPACES
               DISPLAY "HABILITACAO: " HR-REF-HABILITACAO
                   " EM " HR-DATA-HABILITACAO
           END-IF

           DISPLAY " "
           DISPLAY "TIPO NUMERO    CONTA      SALDO A DATA MOE "
               "PAPEL SOBREV TRAT"
           PERFORM 3100-POSICIONAR-POSICOES
           PERFORM UNTIL WS-FS-POSICOES = "10"
               READ FICHEIRO-HERANCA-POSICOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-POSICOES
                   NOT AT END
                       IF HP-CIF NOT = WS-CIF-FALECIDO
                           MOVE "10" TO WS-FS-POSICOES
                       ELSE
                           MOVE HP-SALDO TO WS-VALOR-FORMATADO
                           DISPLAY "  " HP-TIPO "  " HP-NUMERO " "
                               HP-CONTA " " WS-VALOR-FORMATADO " "
                               HP-MOEDA "   " HP-PAPEL "    "
                               HP-SOBREVIVENTES "    " HP-TRATAMENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-POSICOES

           DISPLAY " "
           DISPLAY "SEQ HERDEIRO                        QUOTA F "
               "DESTINO          PAGO E"
           PERFORM 3200-POSICIONAR-HERDEIROS
           PERFORM UNTIL WS-FS-HERDEIROS = "10"
               READ FICHEIRO-HERDEIROS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-HERDEIROS
                   NOT AT END
                       IF HD-CIF-FALECIDO NOT = WS-CIF-FALECIDO
                           MOVE "10" TO WS-FS-HERDEIROS
                       ELSE
                           MOVE HD-VALOR-PAGO TO WS-VALOR-FORMATADO
                           DISPLAY " " HD-SEQ " " HD-NOME " "
                               HD-QUOTA " " HD-FORMA " " HD-BANCO
                               "/" HD-CONTA-DESTINO
                               WS-VALOR-FORMATADO " " HD-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-HERDEIROS.

       3100-POSICIONAR-POSICOES.
           MOVE WS-CIF-FALECIDO TO HP-CIF
           MOVE LOW-VALUES TO HP-TIPO
           MOVE 0 TO HP-NUMERO
           START FICHEIRO-HERANCA-POSICOES
               KEY IS NOT LESS THAN HP-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-POSICOES
           END-START.

       3200-POSICIONAR-HERDEIROS.
           MOVE WS-CIF-FALECIDO TO HD-CIF-FALECIDO
           MOVE 0 TO HD-SEQ
           START FICHEIRO-HERDEIROS KEY IS NOT LESS THAN HD-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-HERDEIROS
           END-START.

       4000-ESTORNAR-CREDITOS.
           DISPLAY " ".
           PERFORM 1200-LER-PROCESSO
           IF WS-FS-HERANCAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF HERANCA-PAGA
               DISPLAY "ERRO: A PARTILHA JA FOI PAGA."
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-POSICIONAR-POSICOES
           MOVE 0 TO WS-TOTAL-CONTAS
           PERFORM UNTIL WS-FS-POSICOES = "10"
               READ FICHEIRO-HERANCA-POSICOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-POSICOES
                   NOT AT END
                       IF HP-CIF NOT = WS-CIF-FALECIDO
                           MOVE "10" TO WS-FS-POSICOES
                       ELSE
                           IF POSICAO-CONTA AND WS-TOTAL-CONTAS < 50
                               ADD 1 TO WS-TOTAL-CONTAS
                               MOVE HP-NUMERO
                                   TO WS-TC-CONTA(WS-TOTAL-CONTAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-POSICOES

           *> tambem nas contas dos sobreviventes: a pensao ou o
           *> salario eram devidos ao falecido, nao a conta
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-TOTAL-CONTAS
               MOVE WS-TC-CONTA(WS-IDX-CONTA) TO WS-CONTA-ATUAL
               PERFORM 4100-RECOLHER-CREDITOS
               PERFORM 4200-PROPOR-ESTORNOS
           END-PERFORM

           MOVE WS-CIF-FALECIDO TO HR-CIF
           READ FICHEIRO-HERANCAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE HR-TOTAL-ESTORNADO TO WS-VALOR-FORMATADO
           DISPLAY "TOTAL ESTORNADO NO PROCESSO: " WS-VALOR-FORMATADO
               " - A DEVOLVER AS ENTIDADES PAGADORAS.".

       4100-RECOLHER-CREDITOS.
           *> salarios/pensoes ('V') e entradas de transferencia
           *> ('E') posteriores ao obito, menos os ja estornados
           MOVE 0 TO WS-TOTAL-CANDIDATOS
           MOVE 0 TO WS-TOTAL-ESTORNOS-JA
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
                           PERFORM 4110-CLASSIFICAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       4110-CLASSIFICAR-MOVIMENTO.
           IF MOV-TIPO-OP = "Y" AND MOV-REF-ESTORNO NOT = 0
               IF WS-TOTAL-ESTORNOS-JA < 200
                   ADD 1 TO WS-TOTAL-ESTORNOS-JA
                   MOVE MOV-REF-ESTORNO
                       TO WS-JA-REF(WS-TOTAL-ESTORNOS-JA)
               END-IF
           END-IF
           IF MOV-DATA > WS-DATA-OBITO
                   AND (MOV-TIPO-OP = "V" OR MOV-TIPO-OP = "E")
                   AND WS-TOTAL-CANDIDATOS < 200
               ADD 1 TO WS-TOTAL-CANDIDATOS
               MOVE MOV-ID TO WS-CAND-ID(WS-TOTAL-CANDIDATOS)
               MOVE MOV-TIPO-OP TO WS-CAND-TIPO(WS-TOTAL-CANDIDATOS)
               MOVE MOV-VALOR TO WS-CAND-VALOR(WS-TOTAL-CANDIDATOS)
               MOVE MOV-DATA TO WS-CAND-DATA(WS-TOTAL-CANDIDATOS)
           END-IF.

       4200-PROPOR-ESTORNOS.
           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-TOTAL-CANDIDATOS
               MOVE 'S' TO WS-CANDIDATO-OK
               PERFORM VARYING WS-IDX-JA FROM 1 BY 1
                       UNTIL WS-IDX-JA > WS-TOTAL-ESTORNOS-JA
                   IF WS-JA-REF(WS-IDX-JA) = WS-CAND-ID(WS-IDX-CAND)
                       MOVE 'N' TO WS-CANDIDATO-OK
                   END-IF
               END-PERFORM
               IF CANDIDATO-POR-ESTORNAR
                   PERFORM 4300-ESTORNAR-UM-CREDITO
               END-IF
           END-PERFORM.

       4300-ESTORNAR-UM-CREDITO.
           MOVE WS-CAND-VALOR(WS-IDX-CAND) TO WS-VALOR-FORMATADO
           IF WS-CAND-TIPO(WS-IDX-CAND) = "V"
               DISPLAY "CONTA " WS-CONTA-ATUAL " MOV "
                   WS-CAND-ID(WS-IDX-CAND) " DE "
                   WS-CAND-DATA(WS-IDX-CAND) " SALARIO/PENSAO "
                   WS-VALOR-FORMATADO
           ELSE
               DISPLAY "CONTA " WS-CONTA-ATUAL " MOV "
                   WS-CAND-ID(WS-IDX-CAND) " DE "
                   WS-CAND-DATA(WS-IDX-CAND) " TRANSFERENCIA "
                   WS-VALOR-FORMATADO
           END-IF
           DISPLAY "  E PENSAO/SALARIO DO FALECIDO A ESTORNAR? "
               "(S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-ATUAL TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " WS-CONTA-ATUAL
                       " NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CAND-VALOR(WS-IDX-CAND) TO WS-VALOR-ESTORNO
           SUBTRACT WS-VALOR-ESTORNO FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO ESTORNAR O CREDITO!"
               NOT INVALID KEY
                   MOVE WS-CONTA-ATUAL TO WS-LOG-CONTA
                   MOVE WS-VALOR-ESTORNO TO WS-LOG-VALOR
                   MOVE "Y" TO WS-LOG-TIPO-OP
                   MOVE WS-CAND-ID(WS-IDX-CAND) TO WS-MOV-REF-ESTORNO
                   PERFORM 9100-GRAVAR-LOG
                   MOVE 'Y' TO WS-MOV-TIPO-OP
                   PERFORM 9200-GRAVAR-MOVIMENTO
                   MOVE 0 TO WS-MOV-REF-ESTORNO

                   MOVE WS-CIF-FALECIDO TO HR-CIF
                   READ FICHEIRO-HERANCAS
                       NOT INVALID KEY
                           ADD WS-VALOR-ESTORNO TO HR-TOTAL-ESTORNADO
                           REWRITE REG-HERANCA
                               INVALID KEY
                                   DISPLAY "ERRO AO ATUALIZAR O "
                                       "PROCESSO!"
                           END-REWRITE
                   END-READ
                   DISPLAY "  ESTORNADO."
                   MOVE "ESTORNO-POS-OBITO" TO WS-AUD-ACAO
                   MOVE WS-CONTA-ATUAL TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5000-REGISTAR-HABILITACAO.
           DISPLAY " ".
           PERFORM 1200-LER-PROCESSO
           IF WS-FS-HERANCAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT HERANCA-ABERTA
               DISPLAY "ERRO: A HABILITACAO JA FOI REGISTADA (ESTADO '"
                   HR-ESTADO "')."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REFERENCIA DA HABILITACAO (ESCRITURA/PROCESSO): "
               WITH NO ADVANCING
           ACCEPT WS-REF-HABILITACAO
           MOVE FUNCTION UPPER-CASE(WS-REF-HABILITACAO)
               TO WS-REF-HABILITACAO
           IF WS-REF-HABILITACAO = SPACES
               DISPLAY "ERRO: REFERENCIA OBRIGATORIA!"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TOTAL-HERDEIROS
           MOVE 0 TO WS-SOMA-QUOTAS
           MOVE 'N' TO WS-FIM-HERDEIROS
           PERFORM UNTIL FIM-HERDEIROS
               PERFORM 5100-CAPTAR-HERDEIRO
           END-PERFORM

           IF WS-SOMA-QUOTAS NOT = 100
               DISPLAY "ERRO: AS QUOTAS SOMAM " WS-SOMA-QUOTAS
                   "% - HABILITACAO NAO REGISTADA."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "GRAVAR " WS-TOTAL-HERDEIROS
               " HERDEIRO(S)? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "HABILITACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX-HERD FROM 1 BY 1
                   UNTIL WS-IDX-HERD > WS-TOTAL-HERDEIROS
               MOVE WS-CIF-FALECIDO TO HD-CIF-FALECIDO
               MOVE WS-IDX-HERD TO HD-SEQ
               MOVE WS-HD-NOME(WS-IDX-HERD) TO HD-NOME
               MOVE WS-HD-CIF(WS-IDX-HERD) TO HD-CIF-HERDEIRO
               MOVE WS-HD-QUOTA(WS-IDX-HERD) TO HD-QUOTA
               MOVE WS-HD-FORMA(WS-IDX-HERD) TO HD-FORMA
               MOVE WS-HD-BANCO(WS-IDX-HERD) TO HD-BANCO
               MOVE WS-HD-CONTA(WS-IDX-HERD) TO HD-CONTA-DESTINO
               MOVE 0 TO HD-VALOR-PAGO
               MOVE "R" TO HD-ESTADO
               WRITE REG-HERDEIRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O HERDEIRO "
                           HD-SEQ "!"
               END-WRITE
           END-PERFORM

           MOVE WS-CIF-FALECIDO TO HR-CIF
           READ FICHEIRO-HERANCAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "H" TO HR-ESTADO
           MOVE WS-REF-HABILITACAO TO HR-REF-HABILITACAO
           MOVE WS-DATA-HOJE TO HR-DATA-HABILITACAO
           MOVE WS-OPR-ATUAL TO HR-OPERADOR
           REWRITE REG-HERANCA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PROCESSO!"
               NOT INVALID KEY
                   DISPLAY "HABILITACAO REGISTADA."
                   MOVE "HABILITAR-HERDEIROS" TO WS-AUD-ACAO
                   MOVE 0 TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5100-CAPTAR-HERDEIRO.
           IF WS-SOMA-QUOTAS >= 100 OR WS-TOTAL-HERDEIROS >= 20
               MOVE 'S' TO WS-FIM-HERDEIROS
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "NOME DO HERDEIRO (VAZIO = FIM): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-NOME
           IF WS-NOVO-NOME = SPACES
               MOVE 'S' TO WS-FIM-HERDEIROS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-NOVO-NOME) TO WS-NOVO-NOME
           DISPLAY "CIF DO HERDEIRO (0 = NAO CLIENTE): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-CIF
           DISPLAY "QUOTA EM % (FALTAM "
               WS-SOMA-QUOTAS "% DE 100): " WITH NO ADVANCING
           ACCEPT WS-NOVA-QUOTA
           IF WS-NOVA-QUOTA = 0
                   OR WS-SOMA-QUOTAS + WS-NOVA-QUOTA > 100
               DISPLAY "ERRO: QUOTA INVALIDA!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PAGAMENTO (T-TRANSFERENCIA I-INTERBANCARIA): "
               WITH NO ADVANCING
           ACCEPT WS-NOVA-FORMA
           MOVE FUNCTION UPPER-CASE(WS-NOVA-FORMA) TO WS-NOVA-FORMA
           MOVE 0 TO WS-NOVO-BANCO
           EVALUATE WS-NOVA-FORMA
               WHEN "T"
                   DISPLAY "CONTA DESTE BANCO: " WITH NO ADVANCING
                   ACCEPT WS-NOVA-CONTA
                   MOVE WS-NOVA-CONTA TO NR-CONTA-FILE
                   READ FICHEIRO-CLIENTES
                       INVALID KEY
                           DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
                           EXIT PARAGRAPH
                   END-READ
                   IF NOT CONTA-PERMITE-CREDITO
                       DISPLAY "ERRO: A CONTA NAO ACEITA CREDITOS!"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "I"
                   DISPLAY "CODIGO DO BANCO (4 DIGITOS): "
                       WITH NO ADVANCING
                   ACCEPT WS-NOVO-BANCO
                   MOVE WS-NOVO-BANCO TO WS-BANCO-VALIDAR
                   PERFORM 8950-VALIDAR-CODIGO-BANCO
                   IF NOT BANCO-VALIDO
                       DISPLAY "ERRO: CODIGO DE BANCO INVALIDO "
                           "(DIGITO DE CONTROLO NAO CONFERE)!"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "CONTA NO BANCO DE DESTINO: "
                       WITH NO ADVANCING
                   ACCEPT WS-NOVA-CONTA
               WHEN OTHER
                   DISPLAY "ERRO: FORMA DE PAGAMENTO INVALIDA!"
                   EXIT PARAGRAPH
           END-EVALUATE

           ADD 1 TO WS-TOTAL-HERDEIROS
           MOVE WS-NOVO-NOME TO WS-HD-NOME(WS-TOTAL-HERDEIROS)
           MOVE WS-NOVO-CIF TO WS-HD-CIF(WS-TOTAL-HERDEIROS)
           MOVE WS-NOVA-QUOTA TO WS-HD-QUOTA(WS-TOTAL-HERDEIROS)
           MOVE WS-NOVA-FORMA TO WS-HD-FORMA(WS-TOTAL-HERDEIROS)
           MOVE WS-NOVO-BANCO TO WS-HD-BANCO(WS-TOTAL-HERDEIROS)
           MOVE WS-NOVA-CONTA TO WS-HD-CONTA(WS-TOTAL-HERDEIROS)
           MOVE 0 TO WS-HD-PAGO(WS-TOTAL-HERDEIROS)
           ADD WS-NOVA-QUOTA TO WS-SOMA-QUOTAS.

       6000-PAGAR-PARTILHA.
           DISPLAY " ".
           PERFORM 1200-LER-PROCESSO
           IF WS-FS-HERANCAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT HERANCA-HABILITADA
               DISPLAY "ERRO: O PROCESSO NAO ESTA HABILITADO (ESTADO '"
                   HR-ESTADO "')."
               EXIT PARAGRAPH
           END-IF

           PERFORM 6050-CARREGAR-HERDEIROS
           IF WS-TOTAL-HERDEIROS = 0
               DISPLAY "ERRO: O PROCESSO NAO TEM HERDEIROS!"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QUOTAS-POR-PAGAR
           MOVE 0 TO WS-ULTIMO-HERD
           PERFORM VARYING WS-IDX-HERD FROM 1 BY 1
                   UNTIL WS-IDX-HERD > WS-TOTAL-HERDEIROS
               IF WS-HD-JA-PAGO(WS-IDX-HERD) NOT = "S"
                   ADD WS-HD-QUOTA(WS-IDX-HERD) TO WS-QUOTAS-POR-PAGAR
                   MOVE WS-IDX-HERD TO WS-ULTIMO-HERD
               END-IF
           END-PERFORM
           IF WS-ULTIMO-HERD = 0
               DISPLAY "ERRO: TODOS OS HERDEIROS JA ESTAO PAGOS!"
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-PARTILHA-OK
           PERFORM 6100-VERIFICAR-PARTILHA
           IF PARTILHA-BLOQUEADA
               DISPLAY "PARTILHA BLOQUEADA - REGULARIZE OS PONTOS "
                   "ACIMA E VOLTE A TENTAR."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRMA O PAGAMENTO DA PARTILHA? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "PAGAMENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TOTAL-CONTAS
           PERFORM 3100-POSICIONAR-POSICOES
           PERFORM UNTIL WS-FS-POSICOES = "10"
               READ FICHEIRO-HERANCA-POSICOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-POSICOES
                   NOT AT END
                       IF HP-CIF NOT = WS-CIF-FALECIDO
                           MOVE "10" TO WS-FS-POSICOES
                       ELSE
                           IF POSICAO-CONTA AND POSICAO-HERANCA
                                   AND WS-TOTAL-CONTAS < 50
                               ADD 1 TO WS-TOTAL-CONTAS
                               MOVE HP-NUMERO
                                   TO WS-TC-CONTA(WS-TOTAL-CONTAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-POSICOES

           MOVE 0 TO WS-TOTAL-FALHAS
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-TOTAL-CONTAS
               MOVE WS-TC-CONTA(WS-IDX-CONTA) TO WS-CONTA-ORIGEM
               PERFORM 6200-REPARTIR-CONTA
           END-PERFORM

           PERFORM 6350-ATUALIZAR-HERDEIROS
           IF WS-TOTAL-FALHAS > 0
               DISPLAY " "
               DISPLAY "*** PARTILHA INCOMPLETA: " WS-TOTAL-FALHAS
                   " QUOTA(S) NAO PAGA(S). O PROCESSO FICA ABERTO; "
                   "REGULARIZE E VOLTE A PAGAR. ***"
               MOVE "PARTILHA-INCOMPLETA" TO WS-AUD-ACAO
               MOVE 0 TO WS-AUD-CONTA
               PERFORM 9600-GRAVAR-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           PERFORM 6400-FECHAR-PROCESSO.

       6050-CARREGAR-HERDEIROS.
           MOVE 0 TO WS-TOTAL-HERDEIROS
           PERFORM 3200-POSICIONAR-HERDEIROS
           PERFORM UNTIL WS-FS-HERDEIROS = "10"
               READ FICHEIRO-HERDEIROS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-HERDEIROS
                   NOT AT END
                       IF HD-CIF-FALECIDO NOT = WS-CIF-FALECIDO
                           MOVE "10" TO WS-FS-HERDEIROS
                       ELSE
                           IF WS-TOTAL-HERDEIROS < 20
                               ADD 1 TO WS-TOTAL-HERDEIROS
                               MOVE HD-NOME
                                   TO WS-HD-NOME(WS-TOTAL-HERDEIROS)
                               MOVE HD-CIF-HERDEIRO
                                   TO WS-HD-CIF(WS-TOTAL-HERDEIROS)
                               MOVE HD-QUOTA
                                   TO WS-HD-QUOTA(WS-TOTAL-HERDEIROS)
                               MOVE HD-FORMA
                                   TO WS-HD-FORMA(WS-TOTAL-HERDEIROS)
                               MOVE HD-BANCO
                                   TO WS-HD-BANCO(WS-TOTAL-HERDEIROS)
                               MOVE HD-CONTA-DESTINO
                                   TO WS-HD-CONTA(WS-TOTAL-HERDEIROS)
                               MOVE 0
                                   TO WS-HD-PAGO(WS-TOTAL-HERDEIROS)
                               MOVE 0
                                   TO WS-HD-FALHAS(WS-TOTAL-HERDEIROS)
                               IF HERDEIRO-PAGO
                                   MOVE "S" TO
                                       WS-HD-JA-PAGO(WS-TOTAL-HERDEIROS)
                               ELSE
                                   MOVE "N" TO
                                       WS-HD-JA-PAGO(WS-TOTAL-HERDEIROS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-HERDEIROS.

       6100-VERIFICAR-PARTILHA.
           *> nada se paga enquanto houver deposito por resgatar,
           *> emprestimo por liquidar ou valores cativos - os mesmos
           *> bloqueios que ENCERRAR-CONTA aplica a seguir
           PERFORM 3100-POSICIONAR-POSICOES
           PERFORM UNTIL WS-FS-POSICOES = "10"
               READ FICHEIRO-HERANCA-POSICOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-POSICOES
                   NOT AT END
                       IF HP-CIF NOT = WS-CIF-FALECIDO
                           MOVE "10" TO WS-FS-POSICOES
                       ELSE
                           IF POSICAO-HERANCA
                               PERFORM 6110-VERIFICAR-POSICAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-POSICOES

           PERFORM VARYING WS-IDX-HERD FROM 1 BY 1
                   UNTIL WS-IDX-HERD > WS-TOTAL-HERDEIROS
               PERFORM 6120-VERIFICAR-HERDEIRO
           END-PERFORM.

       6110-VERIFICAR-POSICAO.
           EVALUATE TRUE
               WHEN POSICAO-CONTA
                   MOVE HP-NUMERO TO NR-CONTA-FILE
                   READ FICHEIRO-CLIENTES
                       INVALID KEY
                           MOVE 'N' TO WS-PARTILHA-OK
                           DISPLAY "  - CONTA " HP-NUMERO
                               " NAO ENCONTRADA."
                   END-READ
                   IF WS-FS-CLIENTES = "00"
                       IF SALDO-CATIVO-FILE > 0
                           MOVE 'N' TO WS-PARTILHA-OK
                           DISPLAY "  - CONTA " HP-NUMERO
                               " COM VALORES CATIVOS."
                       END-IF
                       IF SALDO-FILE < 0
                           MOVE 'N' TO WS-PARTILHA-OK
                           DISPLAY "  - CONTA " HP-NUMERO
                               " COM SALDO DEVEDOR."
                       END-IF
                   END-IF
               WHEN POSICAO-DEPOSITO
                   IF WS-FS-DEPOSITOS = "00"
                       MOVE HP-NUMERO TO DP-NUMERO
                       READ FICHEIRO-DEPOSITOS
                           NOT INVALID KEY
                               IF DEP-ATIVO
                                   MOVE 'N' TO WS-PARTILHA-OK
                                   DISPLAY "  - DEPOSITO A PRAZO "
                                       HP-NUMERO " POR RESGATAR "
                                       "(DEPOSITO-PRAZO)."
                               END-IF
                       END-READ
                       MOVE "00" TO WS-FS-DEPOSITOS
                   END-IF
               WHEN POSICAO-EMPRESTIMO
                   IF WS-FS-EMPRESTIMOS = "00"
                       MOVE HP-NUMERO TO EMP-NUMERO
                       READ FICHEIRO-EMPRESTIMOS
                           NOT INVALID KEY
                               IF EMP-ATIVO
                                   MOVE 'N' TO WS-PARTILHA-OK
                                   DISPLAY "  - EMPRESTIMO "
                                       HP-NUMERO " POR LIQUIDAR "
                                       "(EMPRESTIMO)."
                               END-IF
                       END-READ
                       MOVE "00" TO WS-FS-EMPRESTIMOS
                   END-IF
           END-EVALUATE.

       6120-VERIFICAR-HERDEIRO.
           IF WS-HD-JA-PAGO(WS-IDX-HERD) = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-HD-FORMA(WS-IDX-HERD) = "I"
               IF NOT COMPENSACAO-DISPONIVEL
                   MOVE 'N' TO WS-PARTILHA-OK
                   DISPLAY "  - FICHEIRO DE COMPENSACAO INDISPONIVEL "
                       "PARA O HERDEIRO " WS-IDX-HERD "."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HD-CONTA(WS-IDX-HERD) TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   MOVE 'N' TO WS-PARTILHA-OK
                   DISPLAY "  - CONTA DO HERDEIRO " WS-IDX-HERD
                       " NAO ENCONTRADA."
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-PERMITE-CREDITO
               MOVE 'N' TO WS-PARTILHA-OK
               DISPLAY "  - A CONTA DO HERDEIRO " WS-IDX-HERD
                   " NAO ACEITA CREDITOS."
           END-IF.

       6200-REPARTIR-CONTA.
           MOVE WS-CONTA-ORIGEM TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " WS-CONTA-ORIGEM
                       " NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           IF SALDO-FILE <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE SALDO-FILE TO WS-SALDO-PARTILHA
           MOVE SALDO-FILE TO WS-RESTO-PARTILHA
           MOVE MOEDA-FILE TO WS-MOEDA-ORIGEM

           *> uma quota que falhe fica no saldo da conta e nao passa
           *> para o ultimo herdeiro, que so recebe os arredondamentos
           PERFORM VARYING WS-IDX-HERD FROM 1 BY 1
                   UNTIL WS-IDX-HERD > WS-TOTAL-HERDEIROS
               IF WS-HD-JA-PAGO(WS-IDX-HERD) NOT = "S"
                   IF WS-IDX-HERD = WS-ULTIMO-HERD
                       MOVE WS-RESTO-PARTILHA TO WS-VALOR-QUOTA
                   ELSE
                       COMPUTE WS-VALOR-QUOTA ROUNDED =
                           WS-SALDO-PARTILHA
                           * WS-HD-QUOTA(WS-IDX-HERD)
                           / WS-QUOTAS-POR-PAGAR
                   END-IF
                   SUBTRACT WS-VALOR-QUOTA FROM WS-RESTO-PARTILHA
                   IF WS-VALOR-QUOTA > 0
                       PERFORM 6300-PAGAR-QUOTA
                       IF NOT PAGAMENTO-EFETUADO
                           ADD 1 TO WS-HD-FALHAS(WS-IDX-HERD)
                           ADD 1 TO WS-TOTAL-FALHAS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       6300-PAGAR-QUOTA.
           MOVE 'N' TO WS-PAGAMENTO-OK
           MOVE WS-VALOR-QUOTA TO WS-VALOR-OPERACAO

           *> valor a creditar no destino, na moeda dele
           IF WS-HD-FORMA(WS-IDX-HERD) = "T"
               MOVE WS-HD-CONTA(WS-IDX-HERD) TO NR-CONTA-FILE
           ELSE
               MOVE WS-CONTA-SUSPENSA TO NR-CONTA-FILE
           END-IF
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA DE DESTINO " NR-CONTA-FILE
                       " NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           MOVE MOEDA-FILE TO WS-MOEDA-DESTINO
           IF WS-MOEDA-DESTINO NOT = WS-MOEDA-ORIGEM
               PERFORM 8000-CALCULAR-CAMBIO
           ELSE
               MOVE WS-VALOR-OPERACAO TO WS-VALOR-CREDITO
               MOVE 'S' TO WS-CAMBIO-OK
           END-IF
           IF NOT CAMBIO-CALCULADO
               DISPLAY "ERRO: QUOTA DO HERDEIRO " WS-IDX-HERD
                   " DA CONTA " WS-CONTA-ORIGEM " NAO PAGA."
               EXIT PARAGRAPH
           END-IF

           *> perna de debito na conta da heranca
           MOVE WS-CONTA-ORIGEM TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-VALOR-QUOTA FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR A CONTA "
                       WS-CONTA-ORIGEM "!"
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-CONTA-ORIGEM TO WS-LOG-CONTA
           MOVE WS-VALOR-QUOTA TO WS-LOG-VALOR
           MOVE "T" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           MOVE 'T' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO
           MOVE MOV-ID TO WS-MOV-DEBITO

           *> perna de credito: conta do herdeiro ou transitoria
           IF WS-HD-FORMA(WS-IDX-HERD) = "T"
               MOVE WS-HD-CONTA(WS-IDX-HERD) TO NR-CONTA-FILE
           ELSE
               MOVE WS-CONTA-SUSPENSA TO NR-CONTA-FILE
           END-IF
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO RELER A CONTA DE DESTINO!"
                   PERFORM 6320-REVERTER-DEBITO
                   EXIT PARAGRAPH
           END-READ
           ADD WS-VALOR-CREDITO TO SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO CREDITAR A CONTA DE DESTINO!"
                   PERFORM 6320-REVERTER-DEBITO
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE NR-CONTA-FILE TO WS-LOG-CONTA
           MOVE WS-VALOR-CREDITO TO WS-LOG-VALOR
           MOVE "E" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           MOVE 'E' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           IF WS-HD-FORMA(WS-IDX-HERD) = "I"
               PERFORM 6310-GRAVAR-COMPENSACAO
           END-IF
           MOVE 'S' TO WS-PAGAMENTO-OK
           ADD WS-VALOR-QUOTA TO WS-HD-PAGO(WS-IDX-HERD)

           MOVE WS-VALOR-QUOTA TO WS-VALOR-FORMATADO
           DISPLAY "CONTA " WS-CONTA-ORIGEM ": " WS-VALOR-FORMATADO
               " " WS-MOEDA-ORIGEM " PARA " WS-HD-NOME(WS-IDX-HERD).

       6310-GRAVAR-COMPENSACAO.
           *> o outro banco recebe o valor original na moeda da conta
           *> da heranca; a conversao so equilibra o razao interno
           MOVE WS-CONTA-ORIGEM TO CS-CONTA-ORIGEM
           MOVE WS-HD-CONTA(WS-IDX-HERD) TO CS-CONTA-DESTINO
           MOVE WS-VALOR-QUOTA TO CS-VALOR
           MOVE WS-MOEDA-ORIGEM TO CS-MOEDA
           MOVE WS-DATA-HOJE TO CS-DATA
           WRITE REG-COMPENSACAO-SAIDA
           IF WS-FS-COMPENSACAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE COMPENSACAO!"
           END-IF.

       6320-REVERTER-DEBITO.
           *> a perna de credito falhou depois do debito: devolve-se
           *> o valor a conta da heranca com um estorno ao movimento
           *> de debito; se nem isso for possivel, fica para
           *> correcao manual
           MOVE WS-CONTA-ORIGEM TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   PERFORM 6330-ASSINALAR-CORRECAO
                   EXIT PARAGRAPH
           END-READ
           ADD WS-VALOR-QUOTA TO SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   PERFORM 6330-ASSINALAR-CORRECAO
               NOT INVALID KEY
                   MOVE WS-CONTA-ORIGEM TO WS-LOG-CONTA
                   MOVE WS-VALOR-QUOTA TO WS-LOG-VALOR
                   MOVE "X" TO WS-LOG-TIPO-OP
                   MOVE WS-MOV-DEBITO TO WS-MOV-REF-ESTORNO
                   PERFORM 9100-GRAVAR-LOG
                   MOVE 'X' TO WS-MOV-TIPO-OP
                   PERFORM 9200-GRAVAR-MOVIMENTO
                   MOVE 0 TO WS-MOV-REF-ESTORNO
                   DISPLAY "  DEBITO DA CONTA " WS-CONTA-ORIGEM
                       " ESTORNADO (MOV " WS-MOV-DEBITO ")."
           END-REWRITE.

       6330-ASSINALAR-CORRECAO.
           DISPLAY "*** MOV " WS-MOV-DEBITO " DEBITOU A CONTA "
               WS-CONTA-ORIGEM " SEM CREDITO AO HERDEIRO "
               WS-IDX-HERD " - CORRIGIR MANUALMENTE! ***"
           MOVE "PARTILHA-A-CORRIGIR" TO WS-AUD-ACAO
           MOVE WS-CONTA-ORIGEM TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       6350-ATUALIZAR-HERDEIROS.
           *> o que foi pago nesta execucao; so passa a pago o
           *> herdeiro sem nenhuma quota por pagar
           PERFORM VARYING WS-IDX-HERD FROM 1 BY 1
                   UNTIL WS-IDX-HERD > WS-TOTAL-HERDEIROS
               IF WS-HD-JA-PAGO(WS-IDX-HERD) NOT = "S"
                   MOVE WS-CIF-FALECIDO TO HD-CIF-FALECIDO
                   MOVE WS-IDX-HERD TO HD-SEQ
                   READ FICHEIRO-HERDEIROS
                       NOT INVALID KEY
                           ADD WS-HD-PAGO(WS-IDX-HERD)
                               TO HD-VALOR-PAGO
                           IF WS-HD-FALHAS(WS-IDX-HERD) = 0
                               MOVE "G" TO HD-ESTADO
                           END-IF
                           REWRITE REG-HERDEIRO
                               INVALID KEY
                                   DISPLAY "ERRO AO ATUALIZAR O "
                                       "HERDEIRO " HD-SEQ "!"
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

       6400-FECHAR-PROCESSO.
           MOVE WS-CIF-FALECIDO TO HR-CIF
           READ FICHEIRO-HERANCAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "P" TO HR-ESTADO
           MOVE WS-DATA-HOJE TO HR-DATA-PARTILHA
           MOVE WS-OPR-ATUAL TO HR-OPERADOR
           REWRITE REG-HERANCA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O PROCESSO!"
               NOT INVALID KEY
                   MOVE "PAGAR-PARTILHA" TO WS-AUD-ACAO
                   MOVE 0 TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE

           DISPLAY " "
           DISPLAY "PARTILHA PAGA. ENCERRE AGORA EM ENCERRAR-CONTA:"
           PERFORM VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-TOTAL-CONTAS
               DISPLAY "  CONTA " WS-TC-CONTA(WS-IDX-CONTA)
           END-PERFORM.

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

       8200-SINAL-DA-OPERACAO.
           EVALUATE MOV-TIPO-OP
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

       9100-GRAVAR-LOG.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-HOJE TO WS-LOG-DATA
           MOVE WS-MOV-REF-ESTORNO TO WS-LOG-MOV-ORIGINAL

           WRITE REG-LOG-DADOS FROM WS-REGISTO-LOG.

           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE LOG!"
           END-IF.

       9200-GRAVAR-MOVIMENTO.
           MOVE WS-PROXIMO-ID-MOV TO MOV-ID
           ADD 1 TO WS-PROXIMO-ID-MOV
           MOVE WS-LOG-CONTA TO MOV-CONTA
           MOVE WS-MOV-TIPO-OP TO MOV-TIPO-OP
           MOVE WS-MOV-REF-ESTORNO TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO!"
           END-WRITE.

           COPY VALBANCO.

           COPY SIGNON.

           COPY DATANEG.
