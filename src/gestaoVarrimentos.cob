       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-VARRIMENTOS.

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
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

           SELECT FICHEIRO-TAXAS ASSIGN TO "data/taxas_produto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS WS-FS-TAXAS.

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
       FD  FICHEIRO-VARRIMENTOS.
           COPY VARRIMENTO.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-TAXAS.
           COPY TAXAPROD.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY PRECARIOWS.

       77  WS-FS-VARRIMENTOS       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-OPCAO                PIC X VALUE SPACE.
       77  WS-CONFIRMA             PIC X.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-ALVO-FORMATADO       PIC Z,ZZZ,ZZ9.99.
       77  WS-MINIMO-FORMATADO     PIC Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-FORMATADO      PIC ZZZ,ZZZ,ZZ9.99.

       *> contas internas do banco: nao aderem a varrimentos
       77  WS-CONTA-INTERNA-MIN    PIC 9(09) VALUE 999999900.

       77  WS-CONTA-INPUT          PIC 9(09).
       77  WS-ALVO-INPUT           PIC 9(07)V99.
       77  WS-MINIMO-INPUT         PIC 9(07)V99.
       77  WS-PRAZO-INPUT          PIC 9(03).
       77  WS-RENOVACAO-INPUT      PIC X(01).
       77  WS-DEPOSITO-INPUT       PIC 9(09).
       77  WS-TOTAL-ACORDOS        PIC 9(05).

       77  WS-DEPOSITOS-ABERTO     PIC X VALUE 'N'.
           88 DEPOSITOS-DISPONIVEL   VALUE 'S'.
       77  WS-ACORDO-LIDO          PIC X.
           88 ACORDO-LIDO            VALUE 'S'.
       77  WS-CONDICOES-VALIDAS    PIC X.
           88 CONDICOES-VALIDAS      VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> o acordo autoriza o banco a movimentar a conta todas as
           *> noites sem nova ordem do cliente: exige operador
           *> autenticado, com rasto de auditoria
           MOVE "GESTAO-VARRIMENTOS" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           OPEN I-O FICHEIRO-VARRIMENTOS.
           IF WS-FS-VARRIMENTOS = "35"
               OPEN OUTPUT FICHEIRO-VARRIMENTOS
               CLOSE FICHEIRO-VARRIMENTOS
               OPEN I-O FICHEIRO-VARRIMENTOS
           END-IF.
           IF WS-FS-VARRIMENTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE VARRIMENTOS: "
                   WS-FS-VARRIMENTOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-VARRIMENTOS
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           *> sem depositos constituidos so se aderem acordos que
           *> abrem um deposito novo no primeiro varrimento
           OPEN INPUT FICHEIRO-DEPOSITOS.
           IF WS-FS-DEPOSITOS = "00"
               MOVE 'S' TO WS-DEPOSITOS-ABERTO
           END-IF.

           *> o prazo do produto ligado tem de ter taxa em vigor no
           *> precario, senao o lote noturno nao consegue aplicar
           OPEN INPUT FICHEIRO-TAXAS.
           IF WS-FS-TAXAS = "00"
               MOVE 'S' TO WS-TAXAS-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE TAXAS INDISPONIVEL - "
                   "ADESOES E ALTERACOES BLOQUEADAS "
                   "(CORRA TABELA-TAXAS)."
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- VARRIMENTOS DE SALDO ---"
               DISPLAY "A - ADERIR (NOVO ACORDO)"
               DISPLAY "C - CONSULTAR ACORDO"
               DISPLAY "L - LISTAR ACORDOS"
               DISPLAY "M - ALTERAR CONDICOES"
               DISPLAY "U - SUSPENDER / REATIVAR"
               DISPLAY "X - CANCELAR ACORDO"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "A"
                       PERFORM 1000-ADERIR-VARRIMENTO
                   WHEN "C"
                       PERFORM 2000-CONSULTAR-ACORDO
                   WHEN "L"
                       PERFORM 3000-LISTAR-ACORDOS
                   WHEN "M"
                       PERFORM 4000-ALTERAR-CONDICOES
                   WHEN "U"
                       PERFORM 5000-SUSPENDER-REATIVAR
                   WHEN "X"
                       PERFORM 6000-CANCELAR-ACORDO
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-VARRIMENTOS.
           CLOSE FICHEIRO-CLIENTES.
           IF DEPOSITOS-DISPONIVEL
               CLOSE FICHEIRO-DEPOSITOS
           END-IF.
           IF TAXAS-DISPONIVEL
               CLOSE FICHEIRO-TAXAS
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       1000-ADERIR-VARRIMENTO.
           DISPLAY " ".
           DISPLAY "--- ADERIR A VARRIMENTO DE SALDO ---".
           DISPLAY "CONTA A ORDEM: " WITH NO ADVANCING
           ACCEPT WS-CONTA-INPUT
           IF WS-CONTA-INPUT >= WS-CONTA-INTERNA-MIN
               DISPLAY "ERRO: CONTA INTERNA DO BANCO!"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-INPUT TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
           END-READ
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT CONTA-PERMITE-DEBITO
               DISPLAY "ERRO: O ESTADO DA CONTA NAO PERMITE DEBITOS!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TITULAR: " NOME-FILE

           *> um acordo por conta; um acordo cancelado pode ser
           *> substituido por uma nova adesao
           MOVE WS-CONTA-INPUT TO VR-CONTA
           MOVE 'N' TO WS-ACORDO-LIDO
           READ FICHEIRO-VARRIMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACORDO-LIDO
           END-READ
           IF ACORDO-LIDO AND NOT VARRIMENTO-CANCELADO
               DISPLAY "ERRO: A CONTA JA TEM UM ACORDO DE VARRIMENTO "
                   "(ESTADO " VR-ESTADO ")."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DEPOSITO-INPUT
           PERFORM 7000-PEDIR-CONDICOES
           IF NOT CONDICOES-VALIDAS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CONTA-INPUT TO VR-CONTA
           MOVE WS-ALVO-INPUT TO VR-SALDO-ALVO
           MOVE WS-MINIMO-INPUT TO VR-MINIMO
           MOVE WS-PRAZO-INPUT TO VR-PRAZO-MESES
           MOVE WS-RENOVACAO-INPUT TO VR-RENOVACAO
           MOVE WS-DEPOSITO-INPUT TO VR-DEPOSITO
           MOVE "A" TO VR-ESTADO
           MOVE WS-DATA-NEGOCIO TO VR-DATA-ADESAO
           MOVE WS-OPR-ATUAL TO VR-OPERADOR
           MOVE WS-DATA-NEGOCIO TO VR-DATA-ESTADO
           MOVE 0 TO VR-DATA-ULTIMO
           MOVE 0 TO VR-TOTAL-APLICADO
           MOVE 0 TO VR-TOTAL-RESGATADO

           IF ACORDO-LIDO
               REWRITE REG-VARRIMENTO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ACORDO!"
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE REG-VARRIMENTO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O ACORDO!"
                       EXIT PARAGRAPH
               END-WRITE
           END-IF

           DISPLAY "ACORDO DE VARRIMENTO ATIVO PARA A CONTA "
               VR-CONTA ". PRIMEIRO VARRIMENTO NO PROXIMO "
               "PROCESSAMENTO NOTURNO."
           MOVE "ADERIR-VARRIMENTO" TO WS-AUD-ACAO
           MOVE VR-CONTA TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       2000-CONSULTAR-ACORDO.
           DISPLAY " ".
           DISPLAY "CONTA: " WITH NO ADVANCING
           ACCEPT WS-CONTA-INPUT
           PERFORM 8000-LER-ACORDO
           IF NOT ACORDO-LIDO
               EXIT PARAGRAPH
           END-IF

           MOVE VR-SALDO-ALVO TO WS-ALVO-FORMATADO
           MOVE VR-MINIMO TO WS-MINIMO-FORMATADO
           DISPLAY "CONTA            : " VR-CONTA
           DISPLAY "ESTADO           : " VR-ESTADO
               " DESDE " VR-DATA-ESTADO
           DISPLAY "ADESAO           : " VR-DATA-ADESAO
               " POR OPERADOR " VR-OPERADOR
           DISPLAY "SALDO ALVO       : " WS-ALVO-FORMATADO
           DISPLAY "VARRIMENTO MINIMO: " WS-MINIMO-FORMATADO
           DISPLAY "DEPOSITO         : " VR-PRAZO-MESES
               " MESES, RENOVACAO " VR-RENOVACAO
           IF VR-DEPOSITO = 0
               DISPLAY "DEPOSITO LIGADO  : (NENHUM - ABRE NO PROXIMO "
                   "VARRIMENTO)"
           ELSE
               DISPLAY "DEPOSITO LIGADO  : " VR-DEPOSITO
               IF DEPOSITOS-DISPONIVEL
                   MOVE VR-DEPOSITO TO DP-NUMERO
                   READ FICHEIRO-DEPOSITOS
                       INVALID KEY
                           DISPLAY "  (DEPOSITO NAO ENCONTRADO)"
                       NOT INVALID KEY
                           MOVE DP-CAPITAL TO WS-VALOR-FORMATADO
                           DISPLAY "  CAPITAL " WS-VALOR-FORMATADO
                               " TAXA " DP-TAXA-ANUAL
                               " VENC. " DP-DATA-VENCIMENTO
                               " ESTADO " DP-ESTADO
                   END-READ
               END-IF
           END-IF
           DISPLAY "ULTIMO VARRIMENTO: " VR-DATA-ULTIMO
           MOVE VR-TOTAL-APLICADO TO WS-TOTAL-FORMATADO
           DISPLAY "TOTAL APLICADO   : " WS-TOTAL-FORMATADO
           MOVE VR-TOTAL-RESGATADO TO WS-TOTAL-FORMATADO
           DISPLAY "TOTAL RESGATADO  : " WS-TOTAL-FORMATADO.

       3000-LISTAR-ACORDOS.
           DISPLAY " ".
           DISPLAY "CONTA      E  SALDO ALVO        MINIMO   MESES R "
               "DEPOSITO   ULTIMO".
           DISPLAY "-------------------------------------------------"
               "--------------------".
           MOVE 0 TO WS-TOTAL-ACORDOS
           MOVE LOW-VALUES TO VR-CONTA
           START FICHEIRO-VARRIMENTOS KEY IS GREATER THAN VR-CONTA
               INVALID KEY
                   MOVE "10" TO WS-FS-VARRIMENTOS
           END-START

           PERFORM UNTIL WS-FS-VARRIMENTOS = "10"
               READ FICHEIRO-VARRIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-VARRIMENTOS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ACORDOS
                       MOVE VR-SALDO-ALVO TO WS-ALVO-FORMATADO
                       MOVE VR-MINIMO TO WS-MINIMO-FORMATADO
                       DISPLAY VR-CONTA "  " VR-ESTADO " "
                           WS-ALVO-FORMATADO " " WS-MINIMO-FORMATADO
                           "  " VR-PRAZO-MESES "  " VR-RENOVACAO " "
                           VR-DEPOSITO "  " VR-DATA-ULTIMO
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-VARRIMENTOS
           DISPLAY "TOTAL DE ACORDOS: " WS-TOTAL-ACORDOS.

       4000-ALTERAR-CONDICOES.
           DISPLAY " ".
           DISPLAY "--- ALTERAR CONDICOES DO VARRIMENTO ---".
           DISPLAY "CONTA: " WITH NO ADVANCING
           ACCEPT WS-CONTA-INPUT
           PERFORM 8000-LER-ACORDO
           IF NOT ACORDO-LIDO
               EXIT PARAGRAPH
           END-IF
           IF VARRIMENTO-CANCELADO
               DISPLAY "ERRO: ACORDO CANCELADO - FACA NOVA ADESAO."
               EXIT PARAGRAPH
           END-IF

           MOVE VR-SALDO-ALVO TO WS-ALVO-FORMATADO
           MOVE VR-MINIMO TO WS-MINIMO-FORMATADO
           DISPLAY "ATUAL: ALVO " WS-ALVO-FORMATADO
               " MINIMO " WS-MINIMO-FORMATADO
               " PRAZO " VR-PRAZO-MESES " REN. " VR-RENOVACAO
               " DEPOSITO " VR-DEPOSITO
           MOVE VR-DEPOSITO TO WS-DEPOSITO-INPUT
           PERFORM 7000-PEDIR-CONDICOES
           IF NOT CONDICOES-VALIDAS
               EXIT PARAGRAPH
           END-IF

           *> as novas condicoes valem para os proximos varrimentos;
           *> o deposito ja constituido mantem prazo e taxa
           MOVE WS-ALVO-INPUT TO VR-SALDO-ALVO
           MOVE WS-MINIMO-INPUT TO VR-MINIMO
           MOVE WS-PRAZO-INPUT TO VR-PRAZO-MESES
           MOVE WS-RENOVACAO-INPUT TO VR-RENOVACAO
           MOVE WS-DEPOSITO-INPUT TO VR-DEPOSITO
           REWRITE REG-VARRIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACORDO!"
               NOT INVALID KEY
                   DISPLAY "CONDICOES ALTERADAS."
                   MOVE "ALTERAR-VARRIMENTO" TO WS-AUD-ACAO
                   MOVE VR-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5000-SUSPENDER-REATIVAR.
           DISPLAY " ".
           DISPLAY "CONTA: " WITH NO ADVANCING
           ACCEPT WS-CONTA-INPUT
           PERFORM 8000-LER-ACORDO
           IF NOT ACORDO-LIDO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN VARRIMENTO-ATIVO
                   MOVE "S" TO VR-ESTADO
                   MOVE "SUSPENDER-VARRIMENTO" TO WS-AUD-ACAO
               WHEN VARRIMENTO-SUSPENSO
                   MOVE "A" TO VR-ESTADO
                   MOVE "REATIVAR-VARRIMENTO" TO WS-AUD-ACAO
               WHEN OTHER
                   DISPLAY "ERRO: ACORDO CANCELADO - FACA NOVA ADESAO."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-DATA-NEGOCIO TO VR-DATA-ESTADO

           REWRITE REG-VARRIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACORDO!"
               NOT INVALID KEY
                   DISPLAY "ACORDO DA CONTA " VR-CONTA
                       " AGORA NO ESTADO " VR-ESTADO "."
                   MOVE VR-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       6000-CANCELAR-ACORDO.
           DISPLAY " ".
           DISPLAY "CONTA: " WITH NO ADVANCING
           ACCEPT WS-CONTA-INPUT
           PERFORM 8000-LER-ACORDO
           IF NOT ACORDO-LIDO
               EXIT PARAGRAPH
           END-IF
           IF VARRIMENTO-CANCELADO
               DISPLAY "ERRO: ACORDO JA CANCELADO."
               EXIT PARAGRAPH
           END-IF

           *> o deposito ligado fica constituido ate ao vencimento
           *> (ou resgate em DEPOSITO-PRAZO); so param os varrimentos
           IF VR-DEPOSITO NOT = 0
               DISPLAY "AVISO: O DEPOSITO " VR-DEPOSITO " MANTEM-SE "
                   "ATE AO VENCIMENTO OU RESGATE."
           END-IF
           DISPLAY "CONFIRMA O CANCELAMENTO? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "OPERACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF

           MOVE "C" TO VR-ESTADO
           MOVE WS-DATA-NEGOCIO TO VR-DATA-ESTADO
           REWRITE REG-VARRIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACORDO!"
               NOT INVALID KEY
                   DISPLAY "ACORDO CANCELADO."
                   MOVE "CANCELAR-VARRIMENTO" TO WS-AUD-ACAO
                   MOVE VR-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       7000-PEDIR-CONDICOES.
           *> condicoes comuns a adesao e a alteracao; a conta ja
           *> esta em WS-CONTA-INPUT e o deposito ligado atual em
           *> WS-DEPOSITO-INPUT
           MOVE 'N' TO WS-CONDICOES-VALIDAS
           IF NOT TAXAS-DISPONIVEL
               DISPLAY "ERRO: TABELA DE TAXAS INDISPONIVEL!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SALDO ALVO A MANTER NA CONTA "
               "(EX: 2000,00 -> 000200000): " WITH NO ADVANCING
           ACCEPT WS-ALVO-INPUT
           DISPLAY "VARRIMENTO MINIMO (EX: 100,00 -> 000010000): "
               WITH NO ADVANCING
           ACCEPT WS-MINIMO-INPUT
           IF WS-MINIMO-INPUT = 0
               DISPLAY "ERRO: O VARRIMENTO MINIMO TEM DE SER "
                   "SUPERIOR A ZERO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PRAZO DO DEPOSITO EM MESES: " WITH NO ADVANCING
           ACCEPT WS-PRAZO-INPUT
           IF WS-PRAZO-INPUT = 0
               DISPLAY "ERRO: PRAZO TEM DE SER SUPERIOR A ZERO!"
               EXIT PARAGRAPH
           END-IF
           MOVE "DP" TO WS-TX-PRODUTO
           MOVE WS-PRAZO-INPUT TO WS-TX-PRAZO
           PERFORM 9750-OBTER-TAXA-PRODUTO
           IF NOT TAXA-ENCONTRADA
               DISPLAY "ERRO: SEM TAXA EM VIGOR PARA DEPOSITOS "
                   "A ESTE PRAZO - MANTENHA A TABELA-TAXAS!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAXA ANUAL EM VIGOR: " WS-TAXA-OBTIDA

           DISPLAY "RENOVACAO NO VENCIMENTO (N/C/T): "
               WITH NO ADVANCING
           ACCEPT WS-RENOVACAO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-RENOVACAO-INPUT)
               TO WS-RENOVACAO-INPUT
           IF WS-RENOVACAO-INPUT NOT = "N"
                   AND WS-RENOVACAO-INPUT NOT = "C"
                   AND WS-RENOVACAO-INPUT NOT = "T"
               DISPLAY "ERRO: USE N, C OU T."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DEPOSITO EXISTENTE A LIGAR (0 = ABRIR NOVO, "
               "ATUAL " WS-DEPOSITO-INPUT "): " WITH NO ADVANCING
           ACCEPT WS-DEPOSITO-INPUT
           IF WS-DEPOSITO-INPUT NOT = 0
               IF NOT DEPOSITOS-DISPONIVEL
                   DISPLAY "ERRO: FICHEIRO DE DEPOSITOS INDISPONIVEL!"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DEPOSITO-INPUT TO DP-NUMERO
               READ FICHEIRO-DEPOSITOS
                   INVALID KEY
                       DISPLAY "ERRO: DEPOSITO NAO ENCONTRADO!"
               END-READ
               IF WS-FS-DEPOSITOS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               IF DP-CONTA NOT = WS-CONTA-INPUT
                   DISPLAY "ERRO: O DEPOSITO E DA CONTA " DP-CONTA "!"
                   EXIT PARAGRAPH
               END-IF
               IF NOT DEP-ATIVO
                   DISPLAY "ERRO: DEPOSITO JA LIQUIDADO!"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'S' TO WS-CONDICOES-VALIDAS.

       8000-LER-ACORDO.
           MOVE 'N' TO WS-ACORDO-LIDO
           MOVE WS-CONTA-INPUT TO VR-CONTA
           READ FICHEIRO-VARRIMENTOS
               INVALID KEY
                   DISPLAY "ERRO: A CONTA NAO TEM ACORDO DE "
                       "VARRIMENTO!"
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACORDO-LIDO
           END-READ.

           COPY PRECARIO.

           COPY SIGNON.

           COPY DATANEG.
