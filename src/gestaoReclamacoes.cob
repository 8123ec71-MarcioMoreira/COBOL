       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-RECLAMACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-RECLAMACOES ASSIGN TO "data/reclamacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCL-ID
               FILE STATUS IS WS-FS-RECLAMACOES.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

           SELECT FICHEIRO-CIF-CONTAS ASSIGN TO "data/cif_contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-CHAVE
               FILE STATUS IS WS-FS-CIF-CONTAS.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT FICHEIRO-FERIADOS ASSIGN TO "data/feriados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

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
       FD  FICHEIRO-RECLAMACOES.
           COPY RECLAMACAO.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-FERIADOS.
       01  REG-FERIADO              PIC 9(08).

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY DIAUTILWS.

       77  WS-FS-RECLAMACOES       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-FERIADOS          PIC XX.
       77  WS-OPCAO                PIC X VALUE SPACE.
       77  WS-RESPOSTA             PIC X.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.

       *> prazo legal de resposta ao cliente, em dias uteis contados
       *> a partir do dia seguinte ao registo
       77  WS-SLA-DIAS-UTEIS       PIC 9(02) VALUE 15.

       77  WS-PROXIMA-RECLAMACAO   PIC 9(09) VALUE 1.
       77  WS-RECLAMACAO-PEDIDA    PIC 9(09).
       77  WS-CONTA-INPUT          PIC 9(09).
       77  WS-CIF-INPUT            PIC 9(09).
       77  WS-MOV-INPUT            PIC 9(09).
       77  WS-OPERADOR-INPUT       PIC 9(09).
       77  WS-CATEGORIA-INPUT      PIC X(02).
       77  WS-CANAL-INPUT          PIC X(01).
       77  WS-RESULTADO-INPUT      PIC X(01).
       77  WS-BALCAO-RESPONSAVEL   PIC 9(04).
       77  WS-TOTAL-PENDENTES      PIC 9(05).
       77  WS-TOTAL-ATRASADAS      PIC 9(05).

       *> dias uteis que faltam ate a data limite (negativo quando
       *> o prazo ja passou)
       77  WS-DIAS-RESTANTES       PIC S9(05).
       77  WS-DIAS-FORMATADO       PIC -ZZZ9.

       77  WS-CIF-ABERTO           PIC X VALUE 'N'.
           88 CIF-DISPONIVEL         VALUE 'S'.
       77  WS-CIF-CONTAS-ABERTO    PIC X VALUE 'N'.
           88 CIF-CONTAS-DISPONIVEL  VALUE 'S'.
       77  WS-RECLAMACAO-LIDA      PIC X.
           88 RECLAMACAO-LIDA        VALUE 'S'.
       77  WS-PODE-TRATAR          PIC X.
           88 PODE-TRATAR            VALUE 'S'.
       77  WS-OPERADOR-VALIDO      PIC X.
           88 OPERADOR-VALIDO        VALUE 'S'.
       77  WS-MARCA-MINHA          PIC X(01).
       77  WS-MARCA-ESCALADA       PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> a reclamacao e dado regulamentar (reporte semestral ao
           *> Banco de Portugal): exige operador autenticado, com
           *> rasto de auditoria de cada passo
           MOVE "GESTAO-RECLAMACOES" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           OPEN I-O FICHEIRO-RECLAMACOES.
           IF WS-FS-RECLAMACOES = "35"
               OPEN OUTPUT FICHEIRO-RECLAMACOES
               CLOSE FICHEIRO-RECLAMACOES
               OPEN I-O FICHEIRO-RECLAMACOES
           END-IF.
           IF WS-FS-RECLAMACOES NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE RECLAMACOES: "
                   WS-FS-RECLAMACOES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-RECLAMACOES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-RECLAMACOES
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           *> sem o mestre de clientes so se registam reclamacoes
           *> contra contas
           OPEN INPUT FICHEIRO-CIF.
           IF WS-FS-CIF = "00"
               MOVE 'S' TO WS-CIF-ABERTO
           ELSE
               DISPLAY "AVISO: SEM MESTRE DE CLIENTES (CIF) - SO "
                   "RECLAMACOES CONTRA CONTAS."
           END-IF.
           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF-CONTAS = "00"
               MOVE 'S' TO WS-CIF-CONTAS-ABERTO
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           PERFORM 8940-CARREGAR-FERIADOS.
           PERFORM 1100-INICIALIZAR-ID-RECLAMACAO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- RECLAMACOES DE CLIENTES ---"
               DISPLAY "R - REGISTAR RECLAMACAO"
               DISPLAY "C - CONSULTAR RECLAMACAO"
               DISPLAY "L - LISTAR RECLAMACOES PENDENTES"
               DISPLAY "N - PASSAR A EM ANALISE"
               DISPLAY "P - RESPONDER AO CLIENTE"
               DISPLAY "F - FECHAR RECLAMACAO"
               DISPLAY "T - REATRIBUIR (SUPERVISOR)"
               DISPLAY "E - PEDIR COMPENSACAO (SUPERVISOR)"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "R"
                       PERFORM 2000-REGISTAR-RECLAMACAO
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-RECLAMACAO
                   WHEN "L"
                       PERFORM 4000-LISTAR-PENDENTES
                   WHEN "N"
                       PERFORM 5000-PASSAR-ANALISE
                   WHEN "P"
                       PERFORM 5100-RESPONDER-RECLAMACAO
                   WHEN "F"
                       PERFORM 5200-FECHAR-RECLAMACAO
                   WHEN "T"
                       PERFORM 5300-REATRIBUIR-RECLAMACAO
                   WHEN "E"
                       PERFORM 5400-PEDIR-COMPENSACAO
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-RECLAMACOES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-MOVIMENTOS.
           IF CIF-DISPONIVEL
               CLOSE FICHEIRO-CIF
           END-IF.
           IF CIF-CONTAS-DISPONIVEL
               CLOSE FICHEIRO-CIF-CONTAS
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       1100-INICIALIZAR-ID-RECLAMACAO.
           *> o ficheiro persiste entre execucoes: o proximo numero
           *> parte do maior RCL-ID existente
           MOVE 1 TO WS-PROXIMA-RECLAMACAO
           MOVE LOW-VALUES TO RCL-ID
           START FICHEIRO-RECLAMACOES KEY IS GREATER THAN RCL-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-RECLAMACOES
           END-START

           PERFORM UNTIL WS-FS-RECLAMACOES = "10"
               READ FICHEIRO-RECLAMACOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-RECLAMACOES
                   NOT AT END
                       COMPUTE WS-PROXIMA-RECLAMACAO = RCL-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-RECLAMACOES.

       2000-REGISTAR-RECLAMACAO.
           DISPLAY " ".
           DISPLAY "--- REGISTAR RECLAMACAO ---".
           DISPLAY "CONTA VISADA (0 = NENHUMA): " WITH NO ADVANCING
           ACCEPT WS-CONTA-INPUT
           DISPLAY "CIF DO CLIENTE (0 = NAO INDICADO): "
               WITH NO ADVANCING
           ACCEPT WS-CIF-INPUT
           IF WS-CONTA-INPUT = 0 AND WS-CIF-INPUT = 0
               DISPLAY "ERRO: INDIQUE A CONTA OU O CIF DO CLIENTE."
               EXIT PARAGRAPH
           END-IF

           IF WS-CONTA-INPUT > 0
               MOVE WS-CONTA-INPUT TO NR-CONTA-FILE
               READ FICHEIRO-CLIENTES
                   INVALID KEY
                       DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
               END-READ
               IF WS-FS-CLIENTES NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "TITULAR: " NOME-FILE
           END-IF

           IF WS-CIF-INPUT > 0
               IF NOT CIF-DISPONIVEL
                   DISPLAY "ERRO: MESTRE DE CLIENTES INDISPONIVEL."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CIF-INPUT TO CIF-ID
               READ FICHEIRO-CIF
                   INVALID KEY
                       DISPLAY "ERRO: CIF NAO ENCONTRADO!"
               END-READ
               IF WS-FS-CIF NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CLIENTE: " CIF-NOME
               *> com conta e CIF, a conta tem de ser do cliente
               IF WS-CONTA-INPUT > 0 AND CIF-CONTAS-DISPONIVEL
                   MOVE WS-CIF-INPUT TO LC-CIF
                   MOVE WS-CONTA-INPUT TO LC-CONTA
                   READ FICHEIRO-CIF-CONTAS
                       INVALID KEY
                           DISPLAY "ERRO: A CONTA NAO PERTENCE A "
                               "ESTE CLIENTE!"
                   END-READ
                   IF WS-FS-CIF-CONTAS NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           DISPLAY "CATEGORIA (CO-COMISSOES JU-JUROS "
               "TR-TRANSFERENCIAS CA-CARTOES"
           DISPLAY "  CR-CREDITO AT-ATENDIMENTO FR-FRAUDE "
               "OU-OUTROS): " WITH NO ADVANCING
           ACCEPT WS-CATEGORIA-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA-INPUT)
               TO WS-CATEGORIA-INPUT
           MOVE WS-CATEGORIA-INPUT TO RCL-CATEGORIA
           IF NOT CATEGORIA-VALIDA
               DISPLAY "ERRO: CATEGORIA INVALIDA!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CANAL (B-BALCAO T-TELEFONE E-EMAIL/ONLINE "
               "L-LIVRO R-BANCO DE PORTUGAL): " WITH NO ADVANCING
           ACCEPT WS-CANAL-INPUT
           MOVE FUNCTION UPPER-CASE(WS-CANAL-INPUT) TO WS-CANAL-INPUT
           MOVE WS-CANAL-INPUT TO RCL-CANAL
           IF NOT CANAL-VALIDO
               DISPLAY "ERRO: CANAL INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "MOV-ID EM CAUSA (0 = NENHUM): " WITH NO ADVANCING
           ACCEPT WS-MOV-INPUT
           IF WS-MOV-INPUT > 0
               MOVE WS-MOV-INPUT TO MOV-ID
               READ FICHEIRO-MOVIMENTOS
                   INVALID KEY
                       DISPLAY "ERRO: MOVIMENTO NAO ENCONTRADO!"
               END-READ
               IF WS-FS-MOVIMENTOS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONTA-INPUT > 0 AND MOV-CONTA NOT = WS-CONTA-INPUT
                   DISPLAY "ERRO: O MOVIMENTO E DA CONTA " MOV-CONTA
                       ", NAO DA CONTA VISADA."
                   EXIT PARAGRAPH
               END-IF
               *> reclamacao so contra o CIF: a conta e a do
               *> movimento
               IF WS-CONTA-INPUT = 0
                   MOVE MOV-CONTA TO WS-CONTA-INPUT
               END-IF
               MOVE MOV-VALOR TO WS-VALOR-FORMATADO
               DISPLAY "MOVIMENTO '" MOV-TIPO-OP "' DE " MOV-DATA
                   " VALOR " WS-VALOR-FORMATADO
           END-IF

           DISPLAY "DESCRICAO (MAX 60): " WITH NO ADVANCING
           ACCEPT RCL-DESCRICAO

           DISPLAY "OPERADOR RESPONSAVEL (0 = O PROPRIO): "
               WITH NO ADVANCING
           ACCEPT WS-OPERADOR-INPUT
           IF WS-OPERADOR-INPUT = 0
               MOVE WS-OPR-ATUAL TO WS-OPERADOR-INPUT
           END-IF
           PERFORM 2900-VALIDAR-RESPONSAVEL
           IF NOT OPERADOR-VALIDO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROXIMA-RECLAMACAO TO RCL-ID
           MOVE WS-CONTA-INPUT TO RCL-CONTA
           MOVE WS-CIF-INPUT TO RCL-CIF
           MOVE WS-MOV-INPUT TO RCL-MOV-ID
           MOVE WS-OPERADOR-INPUT TO RCL-OPERADOR
           MOVE WS-OPR-ATUAL TO RCL-REGISTADO-POR
           MOVE WS-OPR-BALCAO-ATUAL TO RCL-BALCAO
           MOVE WS-DATA-NEGOCIO TO RCL-DATA-ABERTURA
           MOVE "A" TO RCL-ESTADO
           MOVE 0 TO RCL-DATA-RESPOSTA
           MOVE 0 TO RCL-DATA-FECHO
           MOVE SPACE TO RCL-RESULTADO
           MOVE SPACES TO RCL-NOTA-RESPOSTA
           MOVE "N" TO RCL-ESCALADA
           MOVE 0 TO RCL-SUPERVISOR
           MOVE 0 TO RCL-DATA-ESCALADA
           MOVE SPACE TO RCL-COMPENSACAO
           MOVE 0 TO RCL-MOV-COMPENSACAO
           MOVE 0 TO RCL-VALOR-COMPENSADO

           MOVE WS-DATA-NEGOCIO TO WS-DU-DATA-INICIO
           MOVE WS-SLA-DIAS-UTEIS TO WS-DU-DIAS
           PERFORM 8942-SOMAR-DIAS-UTEIS
           MOVE WS-DU-DATA-FIM TO RCL-DATA-LIMITE

           WRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A RECLAMACAO!"
               NOT INVALID KEY
                   ADD 1 TO WS-PROXIMA-RECLAMACAO
                   DISPLAY "RECLAMACAO " RCL-ID " REGISTADA. "
                       "RESPOSTA ATE " RCL-DATA-LIMITE "."
                   MOVE "REGISTAR-RECLAMACAO" TO WS-AUD-ACAO
                   MOVE RCL-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-WRITE.

       2800-LER-RECLAMACAO.
           MOVE 'N' TO WS-RECLAMACAO-LIDA
           DISPLAY "NUMERO DA RECLAMACAO: " WITH NO ADVANCING
           ACCEPT WS-RECLAMACAO-PEDIDA
           MOVE WS-RECLAMACAO-PEDIDA TO RCL-ID
           READ FICHEIRO-RECLAMACOES
               INVALID KEY
                   DISPLAY "ERRO: RECLAMACAO NAO ENCONTRADA!"
               NOT INVALID KEY
                   MOVE 'S' TO WS-RECLAMACAO-LIDA
           END-READ.

       2850-VERIFICAR-PODE-TRATAR.
           *> o tratamento cabe ao operador responsavel; um
           *> supervisor pode intervir em qualquer reclamacao
           MOVE 'N' TO WS-PODE-TRATAR
           IF RCL-OPERADOR = WS-OPR-ATUAL OR OPERADOR-SUPERV-OU-ADM
               MOVE 'S' TO WS-PODE-TRATAR
           ELSE
               DISPLAY "ERRO: A RECLAMACAO ESTA ATRIBUIDA AO "
                   "OPERADOR " RCL-OPERADOR "."
           END-IF.

       2900-VALIDAR-RESPONSAVEL.
           MOVE 'N' TO WS-OPERADOR-VALIDO
           MOVE WS-OPERADOR-INPUT TO OPR-ID
           READ FICHEIRO-OPERADORES
               INVALID KEY
                   DISPLAY "ERRO: OPERADOR DESCONHECIDO!"
               NOT INVALID KEY
                   IF NOT OPERADOR-ATIVO
                       DISPLAY "ERRO: OPERADOR SUSPENSO!"
                   ELSE
                       MOVE 'S' TO WS-OPERADOR-VALIDO
                       MOVE OPR-BALCAO TO WS-BALCAO-RESPONSAVEL
                       DISPLAY "RESPONSAVEL: " OPR-NOME
                   END-IF
           END-READ.

       2950-CALCULAR-DIAS-RESTANTES.
           IF RCL-DATA-LIMITE >= WS-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DU-DATA-INICIO
               MOVE RCL-DATA-LIMITE TO WS-DU-DATA-FIM
               PERFORM 8944-CONTAR-DIAS-UTEIS
               MOVE WS-DU-CONTAGEM TO WS-DIAS-RESTANTES
           ELSE
               MOVE RCL-DATA-LIMITE TO WS-DU-DATA-INICIO
               MOVE WS-DATA-NEGOCIO TO WS-DU-DATA-FIM
               PERFORM 8944-CONTAR-DIAS-UTEIS
               COMPUTE WS-DIAS-RESTANTES = 0 - WS-DU-CONTAGEM
           END-IF
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-FORMATADO.

       3000-CONSULTAR-RECLAMACAO.
           DISPLAY " ".
           PERFORM 2800-LER-RECLAMACAO
           IF NOT RECLAMACAO-LIDA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RECLAMACAO " RCL-ID "  ESTADO '" RCL-ESTADO
               "'  CATEGORIA " RCL-CATEGORIA "  CANAL " RCL-CANAL
           DISPLAY "CONTA " RCL-CONTA "  CIF " RCL-CIF
               "  MOVIMENTO " RCL-MOV-ID
           DISPLAY "DESCRICAO: " RCL-DESCRICAO
           DISPLAY "REGISTADA EM " RCL-DATA-ABERTURA " NO BALCAO "
               RCL-BALCAO " POR " RCL-REGISTADO-POR
           DISPLAY "RESPONSAVEL " RCL-OPERADOR "  DATA LIMITE "
               RCL-DATA-LIMITE
           IF RECLAMACAO-PENDENTE
               PERFORM 2950-CALCULAR-DIAS-RESTANTES
               DISPLAY "DIAS UTEIS ATE AO LIMITE: " WS-DIAS-FORMATADO
           END-IF
           IF RECLAMACAO-ESCALADA
               DISPLAY "ESCALADA EM " RCL-DATA-ESCALADA
                   " AO SUPERVISOR " RCL-SUPERVISOR
           END-IF
           IF RCL-DATA-RESPOSTA > 0
               DISPLAY "RESPONDIDA EM " RCL-DATA-RESPOSTA
                   "  RESULTADO '" RCL-RESULTADO "'"
               DISPLAY "NOTA: " RCL-NOTA-RESPOSTA
           END-IF
           IF RCL-DATA-FECHO > 0
               DISPLAY "FECHADA EM " RCL-DATA-FECHO
           END-IF
           EVALUATE TRUE
               WHEN COMPENSACAO-PEDIDA
                   DISPLAY "COMPENSACAO PEDIDA - AGUARDA ESTORNO."
               WHEN COMPENSACAO-LANCADA
                   MOVE RCL-VALOR-COMPENSADO TO WS-VALOR-FORMATADO
                   DISPLAY "COMPENSADA PELO MOVIMENTO "
                       RCL-MOV-COMPENSACAO " VALOR "
                       WS-VALOR-FORMATADO
           END-EVALUATE.

       4000-LISTAR-PENDENTES.
           DISPLAY " ".
           DISPLAY "RECLAMACAO CONTA     CT C E LIMITE   DIAS "
               "RESPONSAVEL".
           DISPLAY "-------------------------------------------------"
               "-----------".
           MOVE 0 TO WS-TOTAL-PENDENTES
           MOVE 0 TO WS-TOTAL-ATRASADAS

           MOVE LOW-VALUES TO RCL-ID
           START FICHEIRO-RECLAMACOES KEY IS GREATER THAN RCL-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-RECLAMACOES
           END-START

           PERFORM UNTIL WS-FS-RECLAMACOES = "10"
               READ FICHEIRO-RECLAMACOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-RECLAMACOES
                   NOT AT END
                       IF RECLAMACAO-PENDENTE
                           PERFORM 4100-LISTAR-UMA
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "PENDENTES: " WS-TOTAL-PENDENTES
               "   FORA DE PRAZO: " WS-TOTAL-ATRASADAS
           DISPLAY "(* = ATRIBUIDA A SI   E = ESCALADA)"
           MOVE "00" TO WS-FS-RECLAMACOES.

       4100-LISTAR-UMA.
           ADD 1 TO WS-TOTAL-PENDENTES
           PERFORM 2950-CALCULAR-DIAS-RESTANTES
           IF WS-DIAS-RESTANTES < 0
               ADD 1 TO WS-TOTAL-ATRASADAS
           END-IF
           MOVE SPACE TO WS-MARCA-MINHA
           IF RCL-OPERADOR = WS-OPR-ATUAL
               MOVE "*" TO WS-MARCA-MINHA
           END-IF
           MOVE SPACE TO WS-MARCA-ESCALADA
           IF RECLAMACAO-ESCALADA
               MOVE "E" TO WS-MARCA-ESCALADA
           END-IF
           DISPLAY RCL-ID "  " RCL-CONTA " " RCL-CATEGORIA " "
               RCL-CANAL " " RCL-ESTADO " " RCL-DATA-LIMITE " "
               WS-DIAS-FORMATADO " " RCL-OPERADOR WS-MARCA-MINHA
               WS-MARCA-ESCALADA.

       5000-PASSAR-ANALISE.
           DISPLAY " ".
           PERFORM 2800-LER-RECLAMACAO
           IF NOT RECLAMACAO-LIDA
               EXIT PARAGRAPH
           END-IF
           IF NOT RECLAMACAO-ABERTA
               DISPLAY "ERRO: SO RECLAMACOES ABERTAS PASSAM A "
                   "ANALISE (ESTADO '" RCL-ESTADO "')."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2850-VERIFICAR-PODE-TRATAR
           IF NOT PODE-TRATAR
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO RCL-ESTADO
           REWRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A RECLAMACAO!"
               NOT INVALID KEY
                   DISPLAY "RECLAMACAO " RCL-ID " EM ANALISE."
                   MOVE "ANALISAR-RECLAMACAO" TO WS-AUD-ACAO
                   MOVE RCL-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5100-RESPONDER-RECLAMACAO.
           DISPLAY " ".
           PERFORM 2800-LER-RECLAMACAO
           IF NOT RECLAMACAO-LIDA
               EXIT PARAGRAPH
           END-IF
           IF NOT RECLAMACAO-PENDENTE
               DISPLAY "ERRO: A RECLAMACAO JA FOI RESPONDIDA "
                   "(ESTADO '" RCL-ESTADO "')."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2850-VERIFICAR-PODE-TRATAR
           IF NOT PODE-TRATAR
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RESULTADO (P-PROCEDENTE / I-IMPROCEDENTE): "
               WITH NO ADVANCING
           ACCEPT WS-RESULTADO-INPUT
           MOVE FUNCTION UPPER-CASE(WS-RESULTADO-INPUT)
               TO WS-RESULTADO-INPUT
           IF WS-RESULTADO-INPUT NOT = "P"
                   AND WS-RESULTADO-INPUT NOT = "I"
               DISPLAY "ERRO: USE P OU I."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTA DA RESPOSTA (MAX 40): " WITH NO ADVANCING
           ACCEPT RCL-NOTA-RESPOSTA

           MOVE WS-RESULTADO-INPUT TO RCL-RESULTADO
           MOVE "R" TO RCL-ESTADO
           MOVE WS-DATA-NEGOCIO TO RCL-DATA-RESPOSTA
           REWRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A RECLAMACAO!"
               NOT INVALID KEY
                   DISPLAY "RECLAMACAO " RCL-ID " RESPONDIDA."
                   IF RCL-DATA-RESPOSTA > RCL-DATA-LIMITE
                       DISPLAY "AVISO: RESPOSTA FORA DO PRAZO "
                           "(LIMITE " RCL-DATA-LIMITE ")."
                   END-IF
                   MOVE "RESPONDER-RECLAMACAO" TO WS-AUD-ACAO
                   MOVE RCL-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5200-FECHAR-RECLAMACAO.
           DISPLAY " ".
           PERFORM 2800-LER-RECLAMACAO
           IF NOT RECLAMACAO-LIDA
               EXIT PARAGRAPH
           END-IF
           IF NOT RECLAMACAO-RESPONDIDA
               DISPLAY "ERRO: SO RECLAMACOES RESPONDIDAS SE FECHAM "
                   "(ESTADO '" RCL-ESTADO "')."
               EXIT PARAGRAPH
           END-IF
           IF COMPENSACAO-PEDIDA
               DISPLAY "ERRO: A COMPENSACAO PEDIDA AINDA NAO FOI "
                   "LANCADA (ESTORNO-MOVIMENTO)."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2850-VERIFICAR-PODE-TRATAR
           IF NOT PODE-TRATAR
               EXIT PARAGRAPH
           END-IF

           MOVE "F" TO RCL-ESTADO
           MOVE WS-DATA-NEGOCIO TO RCL-DATA-FECHO
           REWRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A RECLAMACAO!"
               NOT INVALID KEY
                   DISPLAY "RECLAMACAO " RCL-ID " FECHADA."
                   MOVE "FECHAR-RECLAMACAO" TO WS-AUD-ACAO
                   MOVE RCL-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5300-REATRIBUIR-RECLAMACAO.
           DISPLAY " ".
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE REATRIBUIR "
                   "RECLAMACOES."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2800-LER-RECLAMACAO
           IF NOT RECLAMACAO-LIDA
               EXIT PARAGRAPH
           END-IF
           IF NOT RECLAMACAO-PENDENTE
               DISPLAY "ERRO: A RECLAMACAO JA NAO ESTA PENDENTE "
                   "(ESTADO '" RCL-ESTADO "')."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RESPONSAVEL ATUAL: " RCL-OPERADOR
           DISPLAY "NOVO OPERADOR RESPONSAVEL: " WITH NO ADVANCING
           ACCEPT WS-OPERADOR-INPUT
           PERFORM 2900-VALIDAR-RESPONSAVEL
           IF NOT OPERADOR-VALIDO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERADOR-INPUT TO RCL-OPERADOR
           REWRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A RECLAMACAO!"
               NOT INVALID KEY
                   DISPLAY "RECLAMACAO " RCL-ID " ATRIBUIDA AO "
                       "OPERADOR " RCL-OPERADOR "."
                   MOVE "REATRIBUIR-RECLAM" TO WS-AUD-ACAO
                   MOVE RCL-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5400-PEDIR-COMPENSACAO.
           DISPLAY " ".
           *> a compensacao movimenta dinheiro: e o supervisor que a
           *> pede e e o ESTORNO-MOVIMENTO que a lanca
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE PEDIR "
                   "COMPENSACOES."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2800-LER-RECLAMACAO
           IF NOT RECLAMACAO-LIDA
               EXIT PARAGRAPH
           END-IF
           IF NOT RECLAMACAO-RESPONDIDA OR NOT RESULTADO-PROCEDENTE
               DISPLAY "ERRO: SO RECLAMACOES RESPONDIDAS COMO "
                   "PROCEDENTES SE COMPENSAM."
               EXIT PARAGRAPH
           END-IF
           IF RCL-MOV-ID = 0
               DISPLAY "ERRO: A RECLAMACAO NAO TEM MOVIMENTO EM "
                   "CAUSA - NADA A ESTORNAR."
               EXIT PARAGRAPH
           END-IF
           IF RCL-COMPENSACAO NOT = SPACE
               DISPLAY "ERRO: A COMPENSACAO JA FOI PEDIDA "
                   "(ESTADO '" RCL-COMPENSACAO "')."
               EXIT PARAGRAPH
           END-IF

           MOVE RCL-MOV-ID TO MOV-ID
           READ FICHEIRO-MOVIMENTOS
               INVALID KEY
                   DISPLAY "ERRO: MOVIMENTO " RCL-MOV-ID
                       " JA NAO EXISTE!"
           END-READ
           IF WS-FS-MOVIMENTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE MOV-VALOR TO WS-VALOR-FORMATADO
           DISPLAY "ESTORNAR O MOVIMENTO " MOV-ID " ('" MOV-TIPO-OP
               "' DE " MOV-DATA ") VALOR " WS-VALOR-FORMATADO
           DISPLAY "CONFIRMA O PEDIDO DE COMPENSACAO? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           IF FUNCTION UPPER-CASE(WS-RESPOSTA) NOT = "S"
               DISPLAY "PEDIDO CANCELADO."
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO RCL-COMPENSACAO
           REWRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A RECLAMACAO!"
               NOT INVALID KEY
                   DISPLAY "COMPENSACAO PEDIDA. LANCE-A EM "
                       "ESTORNO-MOVIMENTO COM O MOV-ID 0 E A "
                       "RECLAMACAO " RCL-ID "."
                   MOVE "PEDIR-COMPENSACAO" TO WS-AUD-ACAO
                   MOVE RCL-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

           COPY DIAUTIL.

           COPY SIGNON.

           COPY DATANEG.
