       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARRIMENTO-SALDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-VARRIMENTOS ASSIGN TO "data/varrimentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-CONTA
               FILE STATUS IS WS-FS-VARRIMENTOS.

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

           SELECT FICHEIRO-TAXAS ASSIGN TO "data/taxas_produto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS WS-FS-TAXAS.

           SELECT FICHEIRO-TITULARES ASSIGN TO "data/titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-FS-TITULARES.

           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

           SELECT FICHEIRO-COLATERAIS ASSIGN TO "data/colaterais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               ALTERNATE RECORD KEY IS COL-DEPOSITO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COLATERAIS.

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
       FD  FICHEIRO-VARRIMENTOS.
           COPY VARRIMENTO.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-TAXAS.
           COPY TAXAPROD.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY PRECARIOWS.
           COPY GARDEPWS.

       77  WS-FS-VARRIMENTOS       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-CIF               PIC XX.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV       PIC 9(09) VALUE 1.
       77  WS-PROXIMO-DEPOSITO     PIC 9(09) VALUE 1.
       77  WS-MOV-TIPO-OP          PIC X(01).
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.

       *> conta interna de contrapartida dos varrimentos: cada
       *> varrimento lanca o par conta a ordem / contrapartida, para
       *> o extrato e o feed da GL mostrarem o dinheiro a passar
       *> para o deposito e de volta (tem de existir em clients.dat,
       *> como as restantes contas internas)
       77  WS-CONTA-VARRIMENTOS    PIC 9(09) VALUE 999999906.
       77  WS-MOEDA-VARRIMENTOS    PIC X(03).

       *> KYC dos titulares: um titular expirado bloqueia a
       *> aplicacao de dinheiro novo, como na constituicao ao balcao
       *> (ver DEPOSITO-PRAZO); a cobertura do descoberto nao para
       77  WS-TITULARES-ABERTOS    PIC X VALUE 'N'.
           88 TITULARES-DISPONIVEIS  VALUE 'S'.
       77  WS-KYC-CONTA            PIC X(01).
           88 KYC-CONTA-EXPIRADO     VALUE 'E'.

       77  WS-SALDO-DISPONIVEL     PIC S9(08)V99.
       77  WS-EXCEDENTE            PIC S9(08)V99.
       77  WS-NECESSARIO           PIC 9(07)V99.
       77  WS-VALOR-VARRIMENTO     PIC 9(07)V99.
       77  WS-DEPOSITO-LIGADO      PIC X.
           88 DEPOSITO-LIGADO-ATIVO  VALUE 'S'.

       *> reforco de um deposito ja constituido: o dinheiro novo so
       *> rende a taxa em vigor pelos dias que faltam ao vencimento;
       *> a taxa do deposito passa a ser a media ponderada que paga,
       *> no vencimento, exatamente os juros das duas parcelas
       77  WS-DIAS-PRAZO           PIC 9(05).
       77  WS-DIAS-RESTANTES       PIC 9(05).
       77  WS-TAXA-PONDERADA       PIC 9V9(04).

       *> lancamento de um lado do par (ver 6000-LANCAR-NA-CONTA)
       77  WS-LANC-CONTA           PIC 9(09).
       77  WS-LANC-VALOR           PIC 9(07)V99.
       77  WS-LANC-SENTIDO         PIC X(01).
           88 LANC-DEBITO            VALUE 'D'.
       77  WS-LANC-OK              PIC X.
           88 LANCAMENTO-OK          VALUE 'S'.

       77  WS-TOTAL-ACORDOS        PIC 9(05) VALUE 0.
       77  WS-TOTAL-APLICACOES     PIC 9(05) VALUE 0.
       77  WS-TOTAL-NOVOS          PIC 9(05) VALUE 0.
       77  WS-TOTAL-RESGATES       PIC 9(05) VALUE 0.
       77  WS-TOTAL-PARCIAIS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-RECUSADOS      PIC 9(05) VALUE 0.
       77  WS-VALOR-APLICADO       PIC 9(09)V99 VALUE 0.
       77  WS-VALOR-RESGATADO      PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-FORMATADO      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'T-Saida para o deposito (ou da contrapartida)',
           *> 'E-Entrada vinda do deposito (ou na contrapartida)'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       *> Calculo da data de vencimento a partir do prazo em meses.
       77  WS-MESES-RESTANTES      PIC 9(03).
       01  WS-DATA-CALC.
           05 WS-CALC-ANO          PIC 9(04).
           05 WS-CALC-MES          PIC 9(02).
           05 WS-CALC-DIA          PIC 9(02).
       77  WS-ULTIMO-DIA-MES       PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> os depositos que vencem hoje ja tem de estar pagos ou
           *> renovados antes de se varrer para eles ou deles
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           MOVE "VENCIMENTO-DEPOSITOS" TO WS-RC-JOB-ANTERIOR
           PERFORM 9855-VERIFICAR-JOB-ANTERIOR.
           IF NOT JOB-ANTERIOR-CONCLUIDO
               DISPLAY "ERRO: VENCIMENTO-DEPOSITOS AINDA NAO TERMINOU "
                   "LIMPO EM " WS-DATA-NEGOCIO " - LANCE-O PRIMEIRO."
               STOP RUN
           END-IF.

           MOVE "VARRIMENTO-SALDOS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           *> sem acordos nao ha nada a varrer: o job fica concluido
           OPEN I-O FICHEIRO-VARRIMENTOS.
           IF WS-FS-VARRIMENTOS = "35"
               DISPLAY "SEM ACORDOS DE VARRIMENTO - NADA A PROCESSAR."
               PERFORM 9860-REGISTAR-FIM-JOB
               STOP RUN
           END-IF.
           IF WS-FS-VARRIMENTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE VARRIMENTOS: "
                   WS-FS-VARRIMENTOS
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-VARRIMENTOS
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           *> sem conta de contrapartida nao ha como lancar o par: o
           *> lote aborta antes de tocar em clientes
           MOVE WS-CONTA-VARRIMENTOS TO NR-CONTA-FILE.
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   CLOSE FICHEIRO-VARRIMENTOS
                   CLOSE FICHEIRO-CLIENTES
                   DISPLAY "ERRO: CONTA DE CONTRAPARTIDA DOS "
                       "VARRIMENTOS NAO CONFIGURADA!"
                   STOP RUN
           END-READ.
           MOVE MOEDA-FILE TO WS-MOEDA-VARRIMENTOS.

           OPEN I-O FICHEIRO-DEPOSITOS.
           IF WS-FS-DEPOSITOS = "35"
               OPEN OUTPUT FICHEIRO-DEPOSITOS
               CLOSE FICHEIRO-DEPOSITOS
               OPEN I-O FICHEIRO-DEPOSITOS
           END-IF.
           IF WS-FS-DEPOSITOS NOT = "00"
               CLOSE FICHEIRO-VARRIMENTOS
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE DEPOSITOS: "
                   WS-FS-DEPOSITOS
               STOP RUN
           END-IF.
           PERFORM 1200-INICIALIZAR-NR-DEPOSITO.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-VARRIMENTOS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-DEPOSITOS
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
               CLOSE FICHEIRO-VARRIMENTOS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-DEPOSITOS
               CLOSE FICHEIRO-LOG
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> sem precario nao se aplica (a taxa nao e inventada);
           *> a cobertura de descobertos continua
           OPEN INPUT FICHEIRO-TAXAS.
           IF WS-FS-TAXAS = "00"
               MOVE 'S' TO WS-TAXAS-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE TAXAS INDISPONIVEL - "
                   "APLICACOES BLOQUEADAS (CORRA TABELA-TAXAS)."
           END-IF.

           OPEN INPUT FICHEIRO-TITULARES.
           IF WS-FS-TITULARES = "00"
               OPEN INPUT FICHEIRO-CIF
               IF WS-FS-CIF = "00"
                   MOVE 'S' TO WS-TITULARES-ABERTOS
               ELSE
                   CLOSE FICHEIRO-TITULARES
               END-IF
           END-IF.

           *> registo de garantias: um deposito penhorado nao devolve
           *> dinheiro a conta (ver GESTAO-COLATERAIS)
           OPEN INPUT FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           END-IF.

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           DISPLAY "* VARRIMENTO DE SALDOS             *".
           DISPLAY "* DATA: " WS-DATA-HOJE "                  *".
           DISPLAY "-------------------------------------".
           DISPLAY " ".

           MOVE LOW-VALUES TO VR-CONTA.
           START FICHEIRO-VARRIMENTOS KEY IS GREATER THAN VR-CONTA
               INVALID KEY
                   MOVE "10" TO WS-FS-VARRIMENTOS
           END-START.

           PERFORM UNTIL WS-FS-VARRIMENTOS = "10"
               READ FICHEIRO-VARRIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-VARRIMENTOS
                   NOT AT END
                       IF VARRIMENTO-ATIVO
                           ADD 1 TO WS-TOTAL-ACORDOS
                           PERFORM 2000-PROCESSAR-ACORDO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-VARRIMENTOS.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-DEPOSITOS.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           IF TAXAS-DISPONIVEL
               CLOSE FICHEIRO-TAXAS
           END-IF.
           IF TITULARES-DISPONIVEIS
               CLOSE FICHEIRO-TITULARES
               CLOSE FICHEIRO-CIF
           END-IF.
           IF COLATERAIS-DISPONIVEL
               CLOSE FICHEIRO-COLATERAIS
           END-IF.

           DISPLAY " ".
           DISPLAY "ACORDOS ATIVOS          : " WS-TOTAL-ACORDOS.
           MOVE WS-VALOR-APLICADO TO WS-TOTAL-FORMATADO
           DISPLAY "APLICACOES EM DEPOSITO  : " WS-TOTAL-APLICACOES
               "  " WS-TOTAL-FORMATADO " " WS-MOEDA-VARRIMENTOS.
           DISPLAY "  DAS QUAIS DEPOSITO NOVO: " WS-TOTAL-NOVOS.
           MOVE WS-VALOR-RESGATADO TO WS-TOTAL-FORMATADO
           DISPLAY "DESCOBERTOS COBERTOS    : " WS-TOTAL-RESGATES
               "  " WS-TOTAL-FORMATADO " " WS-MOEDA-VARRIMENTOS.
           DISPLAY "  DOS QUAIS SO EM PARTE : " WS-TOTAL-PARCIAIS.
           DISPLAY "VARRIMENTOS RECUSADOS   : " WS-TOTAL-RECUSADOS.
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

       1200-INICIALIZAR-NR-DEPOSITO.
           *> os depositos abertos pelo varrimento numeram-se a seguir
           *> ao maior DP-NUMERO existente
           MOVE 1 TO WS-PROXIMO-DEPOSITO
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
                       COMPUTE WS-PROXIMO-DEPOSITO = DP-NUMERO + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-DEPOSITOS.

       2000-PROCESSAR-ACORDO.
           MOVE VR-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   DISPLAY "ERRO: ACORDO DA CONTA " VR-CONTA
                       " - CONTA NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           IF MOEDA-FILE NOT = WS-MOEDA-VARRIMENTOS
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "ERRO: CONTA " VR-CONTA " EM " MOEDA-FILE
                   " - VARRIMENTOS SO EM " WS-MOEDA-VARRIMENTOS "."
               EXIT PARAGRAPH
           END-IF

           *> deposito ligado ainda vivo? (um deposito liquidado no
           *> vencimento ou resgatado deixa o acordo sem deposito)
           MOVE 'N' TO WS-DEPOSITO-LIGADO
           IF VR-DEPOSITO NOT = 0
               MOVE VR-DEPOSITO TO DP-NUMERO
               READ FICHEIRO-DEPOSITOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEP-ATIVO AND DP-CONTA = VR-CONTA
                           MOVE 'S' TO WS-DEPOSITO-LIGADO
                       END-IF
               END-READ
           END-IF

           IF SALDO-FILE < 0
               PERFORM 3000-COBRIR-DESCOBERTO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SALDO-DISPONIVEL =
               SALDO-FILE - SALDO-CATIVO-FILE
           COMPUTE WS-EXCEDENTE =
               WS-SALDO-DISPONIVEL - VR-SALDO-ALVO
           IF WS-EXCEDENTE > 0 AND WS-EXCEDENTE >= VR-MINIMO
               PERFORM 4000-APLICAR-EXCEDENTE
           END-IF.

       3000-COBRIR-DESCOBERTO.
           *> o deposito devolve o necessario para repor a conta a
           *> zero antes dos juros devedores; e um resgate antecipado
           *> parcial - a parcela devolvida perde os juros (como em
           *> DEPOSITO-PRAZO) e o resto mantem taxa e vencimento
           IF NOT CONTA-PERMITE-CREDITO
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "ERRO: CONTA " VR-CONTA " A DESCOBERTO - "
                   "ESTADO " ESTADO-CONTA-FILE " NAO PERMITE CREDITOS."
               EXIT PARAGRAPH
           END-IF
           IF NOT DEPOSITO-LIGADO-ATIVO
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "AVISO: CONTA " VR-CONTA " A DESCOBERTO SEM "
                   "DEPOSITO LIGADO PARA A COBRIR."
               EXIT PARAGRAPH
           END-IF
           MOVE DP-NUMERO TO WS-GD-DEPOSITO
           PERFORM 8985-VERIFICAR-PENHOR-DEPOSITO
           IF DEPOSITO-PENHORADO
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "AVISO: CONTA " VR-CONTA " A DESCOBERTO - "
                   "DEPOSITO " DP-NUMERO " PENHORADO AO EMPRESTIMO "
                   WS-GD-EMPRESTIMO "."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NECESSARIO = 0 - SALDO-FILE
           IF DP-CAPITAL < WS-NECESSARIO
               MOVE DP-CAPITAL TO WS-VALOR-VARRIMENTO
               ADD 1 TO WS-TOTAL-PARCIAIS
           ELSE
               MOVE WS-NECESSARIO TO WS-VALOR-VARRIMENTO
           END-IF

           SUBTRACT WS-VALOR-VARRIMENTO FROM DP-CAPITAL
           IF DP-CAPITAL = 0
               MOVE "L" TO DP-ESTADO
           END-IF
           REWRITE REG-DEPOSITO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   DISPLAY "ERRO AO GRAVAR O DEPOSITO " DP-NUMERO "!"
                   EXIT PARAGRAPH
           END-REWRITE

           *> par: sai da contrapartida, entra na conta a ordem
           MOVE WS-CONTA-VARRIMENTOS TO WS-LANC-CONTA
           MOVE WS-VALOR-VARRIMENTO TO WS-LANC-VALOR
           MOVE 'D' TO WS-LANC-SENTIDO
           PERFORM 6000-LANCAR-NA-CONTA
           MOVE VR-CONTA TO WS-LANC-CONTA
           MOVE 'C' TO WS-LANC-SENTIDO
           PERFORM 6000-LANCAR-NA-CONTA

           ADD 1 TO WS-TOTAL-RESGATES
           ADD WS-VALOR-VARRIMENTO TO WS-VALOR-RESGATADO
           ADD WS-VALOR-VARRIMENTO TO VR-TOTAL-RESGATADO
           MOVE WS-DATA-HOJE TO VR-DATA-ULTIMO
           PERFORM 7000-GRAVAR-ACORDO

           MOVE WS-VALOR-VARRIMENTO TO WS-VALOR-FORMATADO
           DISPLAY "CONTA " VR-CONTA " <- DEPOSITO " DP-NUMERO
               " " WS-VALOR-FORMATADO " (DESCOBERTO)"
           IF DEP-LIQUIDADO
               DISPLAY "  DEPOSITO " DP-NUMERO " ESGOTADO - "
                   "LIQUIDADO."
           END-IF.

       4000-APLICAR-EXCEDENTE.
           IF NOT CONTA-PERMITE-DEBITO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXCEDENTE TO WS-VALOR-VARRIMENTO

           PERFORM 8900-VERIFICAR-KYC-TITULARES
           IF KYC-CONTA-EXPIRADO
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "AVISO: CONTA " VR-CONTA " NAO VARRIDA - "
                   "KYC DE TITULAR EXPIRADO."
               EXIT PARAGRAPH
           END-IF

           IF DEPOSITO-LIGADO-ATIVO
               PERFORM 4100-REFORCAR-DEPOSITO
           ELSE
               PERFORM 4200-CONSTITUIR-DEPOSITO
           END-IF
           IF NOT LANCAMENTO-OK
               EXIT PARAGRAPH
           END-IF

           *> par: sai da conta a ordem, entra na contrapartida
           MOVE VR-CONTA TO WS-LANC-CONTA
           MOVE WS-VALOR-VARRIMENTO TO WS-LANC-VALOR
           MOVE 'D' TO WS-LANC-SENTIDO
           PERFORM 6000-LANCAR-NA-CONTA
           MOVE WS-CONTA-VARRIMENTOS TO WS-LANC-CONTA
           MOVE 'C' TO WS-LANC-SENTIDO
           PERFORM 6000-LANCAR-NA-CONTA

           ADD 1 TO WS-TOTAL-APLICACOES
           ADD WS-VALOR-VARRIMENTO TO WS-VALOR-APLICADO
           ADD WS-VALOR-VARRIMENTO TO VR-TOTAL-APLICADO
           MOVE DP-NUMERO TO VR-DEPOSITO
           MOVE WS-DATA-HOJE TO VR-DATA-ULTIMO
           PERFORM 7000-GRAVAR-ACORDO

           MOVE WS-VALOR-VARRIMENTO TO WS-VALOR-FORMATADO
           DISPLAY "CONTA " VR-CONTA " -> DEPOSITO " DP-NUMERO
               " " WS-VALOR-FORMATADO " TAXA " DP-TAXA-ANUAL.

       4100-REFORCAR-DEPOSITO.
           MOVE 'N' TO WS-LANC-OK
           IF DP-CAPITAL + WS-VALOR-VARRIMENTO > 9999999.99
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "ERRO: DEPOSITO " DP-NUMERO " NO CAPITAL "
                   "MAXIMO - CONTA " VR-CONTA " NAO VARRIDA."
               EXIT PARAGRAPH
           END-IF
           MOVE "DP" TO WS-TX-PRODUTO
           MOVE DP-PRAZO-MESES TO WS-TX-PRAZO
           PERFORM 9750-OBTER-TAXA-PRODUTO
           IF NOT TAXA-ENCONTRADA
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "ERRO: SEM TAXA 'DP' EM VIGOR A "
                   DP-PRAZO-MESES " MESES - CONTA " VR-CONTA
                   " NAO VARRIDA."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIAS-PRAZO =
               FUNCTION INTEGER-OF-DATE(DP-DATA-VENCIMENTO)
             - FUNCTION INTEGER-OF-DATE(DP-DATA-INICIO)
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(DP-DATA-VENCIMENTO)
             - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-TAXA-PONDERADA ROUNDED =
               (DP-CAPITAL * DP-TAXA-ANUAL
                + WS-VALOR-VARRIMENTO * WS-TAXA-OBTIDA
                  * WS-DIAS-RESTANTES / WS-DIAS-PRAZO)
               / (DP-CAPITAL + WS-VALOR-VARRIMENTO)

           ADD WS-VALOR-VARRIMENTO TO DP-CAPITAL
           MOVE WS-TAXA-PONDERADA TO DP-TAXA-ANUAL
           REWRITE REG-DEPOSITO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   DISPLAY "ERRO AO GRAVAR O DEPOSITO " DP-NUMERO "!"
               NOT INVALID KEY
                   MOVE 'S' TO WS-LANC-OK
           END-REWRITE.

       4200-CONSTITUIR-DEPOSITO.
           MOVE 'N' TO WS-LANC-OK
           MOVE "DP" TO WS-TX-PRODUTO
           MOVE VR-PRAZO-MESES TO WS-TX-PRAZO
           PERFORM 9750-OBTER-TAXA-PRODUTO
           IF NOT TAXA-ENCONTRADA
               ADD 1 TO WS-TOTAL-RECUSADOS
               DISPLAY "ERRO: SEM TAXA 'DP' EM VIGOR A "
                   VR-PRAZO-MESES " MESES - CONTA " VR-CONTA
                   " NAO VARRIDA."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROXIMO-DEPOSITO TO DP-NUMERO
           MOVE VR-CONTA TO DP-CONTA
           MOVE WS-VALOR-VARRIMENTO TO DP-CAPITAL
           MOVE WS-TAXA-OBTIDA TO DP-TAXA-ANUAL
           MOVE VR-PRAZO-MESES TO DP-PRAZO-MESES
           MOVE WS-DATA-HOJE TO DP-DATA-INICIO
           PERFORM 8000-CALCULAR-VENCIMENTO
           MOVE VR-RENOVACAO TO DP-RENOVACAO
           MOVE "A" TO DP-ESTADO

           WRITE REG-DEPOSITO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   DISPLAY "ERRO: DEPOSITO " DP-NUMERO " DUPLICADO!"
               NOT INVALID KEY
                   ADD 1 TO WS-PROXIMO-DEPOSITO
                   ADD 1 TO WS-TOTAL-NOVOS
                   MOVE 'S' TO WS-LANC-OK
           END-WRITE.

       6000-LANCAR-NA-CONTA.
           *> um lado do par: debito 'T' ou credito 'E' de
           *> WS-LANC-VALOR na conta WS-LANC-CONTA, com log e
           *> movimento
           MOVE 'N' TO WS-LANC-OK
           MOVE WS-LANC-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " WS-LANC-CONTA
                       " NAO ENCONTRADA NO LANCAMENTO!"
                   EXIT PARAGRAPH
           END-READ
           IF LANC-DEBITO
               SUBTRACT WS-LANC-VALOR FROM SALDO-FILE
               MOVE "T" TO WS-LOG-TIPO-OP
           ELSE
               ADD WS-LANC-VALOR TO SALDO-FILE
               MOVE "E" TO WS-LOG-TIPO-OP
           END-IF
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A CONTA "
                       WS-LANC-CONTA "!"
               NOT INVALID KEY
                   MOVE 'S' TO WS-LANC-OK
                   MOVE NR-CONTA-FILE TO WS-LOG-CONTA
                   MOVE WS-LANC-VALOR TO WS-LOG-VALOR
                   PERFORM 9100-GRAVAR-LOG
                   MOVE WS-LOG-TIPO-OP TO WS-MOV-TIPO-OP
                   PERFORM 9200-GRAVAR-MOVIMENTO
           END-REWRITE.

       7000-GRAVAR-ACORDO.
           REWRITE REG-VARRIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACORDO DA CONTA "
                       VR-CONTA "!"
           END-REWRITE.

       8000-CALCULAR-VENCIMENTO.
           *> soma o prazo em meses a data de inicio, encostando o
           *> dia ao ultimo dia do mes quando necessario
           MOVE DP-DATA-INICIO TO WS-DATA-CALC
           MOVE DP-PRAZO-MESES TO WS-MESES-RESTANTES
           PERFORM UNTIL WS-MESES-RESTANTES = 0
               IF WS-CALC-MES = 12
                   MOVE 1 TO WS-CALC-MES
                   ADD 1 TO WS-CALC-ANO
               ELSE
                   ADD 1 TO WS-CALC-MES
               END-IF
               SUBTRACT 1 FROM WS-MESES-RESTANTES
           END-PERFORM

           PERFORM 8100-ULTIMO-DIA-DO-MES
           IF WS-CALC-DIA > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-CALC-DIA
           END-IF

           MOVE WS-DATA-CALC TO DP-DATA-VENCIMENTO.

       8100-ULTIMO-DIA-DO-MES.
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

       8900-VERIFICAR-KYC-TITULARES.
           *> percorre os titulares da conta; qualquer um com o
           *> KYC expirado bloqueia a aplicacao
           MOVE SPACE TO WS-KYC-CONTA
           IF NOT TITULARES-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF

           MOVE VR-CONTA TO TL-CONTA
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
                       IF TL-CONTA = VR-CONTA
                           MOVE TL-CIF TO CIF-ID
                           READ FICHEIRO-CIF
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF KYC-EXPIRADO
                                       MOVE "E" TO WS-KYC-CONTA
                                   END-IF
                           END-READ
                       ELSE
                           MOVE "10" TO WS-FS-TITULARES
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-TITULARES.

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

           COPY GARDEP.

           COPY DATANEG.
