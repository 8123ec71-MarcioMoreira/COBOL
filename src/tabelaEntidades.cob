       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELA-ENTIDADES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ENTIDADES ASSIGN TO "data/entidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CODIGO
               FILE STATUS IS WS-FS-ENTIDADES.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT FICHEIRO-AUDITORIA ASSIGN TO "data/auditoria_op.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-ENTIDADES.
           COPY ENTIDADE.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       WORKING-STORAGE SECTION.
           COPY SIGNONWS.
           COPY VALBANCOWS.
           COPY VALREFWS.

       77  WS-FS-ENTIDADES           PIC XX.
       77  WS-FS-CLIENTES            PIC XX.
       77  WS-OPCAO                  PIC X VALUE 'L'.
       77  WS-TOTAL-LISTADOS         PIC 9(05).
       77  WS-REFERENCIA-TESTE       PIC 9(09).
       77  WS-ENTIDADE-OK            PIC X.
           88 ENTIDADE-CONFERIDA       VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "TABELA-ENTIDADES" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           *> OPEN I-O: mantem as entidades ja existentes no ficheiro.
           *> So cria o ficheiro (OPEN OUTPUT) se ainda nao existir.
           OPEN I-O FICHEIRO-ENTIDADES.

           IF WS-FS-ENTIDADES = "35"
               OPEN OUTPUT FICHEIRO-ENTIDADES
               CLOSE FICHEIRO-ENTIDADES
               OPEN I-O FICHEIRO-ENTIDADES
           END-IF.

           IF WS-FS-ENTIDADES NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE ENTIDADES. STATUS: "
                   WS-FS-ENTIDADES
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-ENTIDADES
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT. STATUS: "
                   WS-FS-CLIENTES
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- ENTIDADES DE PAGAMENTO DE SERVICOS ---"
               DISPLAY "A - ADICIONAR/ATUALIZAR ENTIDADE"
               DISPLAY "L - LISTAR ENTIDADES"
               DISPLAY "T - TESTAR UMA REFERENCIA"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "A"
                       PERFORM 1000-ADICIONAR-ENTIDADE
                   WHEN "L"
                       PERFORM 2000-LISTAR-ENTIDADES
                   WHEN "T"
                       PERFORM 3000-TESTAR-REFERENCIA
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-ENTIDADES.
           CLOSE FICHEIRO-CLIENTES.
           PERFORM 9700-FECHAR-SIGNON.
           STOP RUN.

       1000-ADICIONAR-ENTIDADE.
           *> a conta de liquidacao decide para onde vai o dinheiro
           *> dos clientes: reservado ao administrador, como o plano
           *> de contas da GL
           IF NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ALTERAR "
                   "ENTIDADES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- ADICIONAR/ATUALIZAR ENTIDADE ---".
           DISPLAY "CODIGO DA ENTIDADE (5 DIGITOS): " WITH NO ADVANCING
           ACCEPT ENT-CODIGO
           IF ENT-CODIGO = 0
               DISPLAY "ERRO: CODIGO DE ENTIDADE INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NOME (MAX 30): " WITH NO ADVANCING
           ACCEPT ENT-NOME
           MOVE FUNCTION UPPER-CASE(ENT-NOME) TO ENT-NOME

           MOVE SPACE TO ENT-REGRA-REF
           PERFORM UNTIL REGRA-REF-VALIDA
               DISPLAY "CONTROLO DA REFERENCIA (N-NENHUM / "
                   "L-MODULO 10 / M-MODULO 97): " WITH NO ADVANCING
               ACCEPT ENT-REGRA-REF
               MOVE FUNCTION UPPER-CASE(ENT-REGRA-REF)
                   TO ENT-REGRA-REF
               IF NOT REGRA-REF-VALIDA
                   DISPLAY "ERRO: USE N, L OU M."
               END-IF
           END-PERFORM

           DISPLAY "MOEDA DA ENTIDADE (EX: EUR): " WITH NO ADVANCING
           ACCEPT ENT-MOEDA
           MOVE FUNCTION UPPER-CASE(ENT-MOEDA) TO ENT-MOEDA

           DISPLAY "BANCO DA CONTA DE LIQUIDACAO (0 = ESTE BANCO): "
               WITH NO ADVANCING
           ACCEPT ENT-BANCO-LIQUIDACAO
           DISPLAY "CONTA DE LIQUIDACAO (9 DIGITOS): "
               WITH NO ADVANCING
           ACCEPT ENT-CONTA-LIQUIDACAO

           PERFORM 1100-CONFERIR-LIQUIDACAO
           IF NOT ENTIDADE-CONFERIDA
               EXIT PARAGRAPH
           END-IF

           *> uma entidade suspensa deixa de aceitar pagamentos novos;
           *> os ja aceites continuam a ser liquidados
           MOVE SPACE TO ENT-ESTADO
           PERFORM UNTIL ENTIDADE-ATIVA OR ENTIDADE-SUSPENSA
               DISPLAY "ESTADO (A-ATIVA / S-SUSPENSA): "
                   WITH NO ADVANCING
               ACCEPT ENT-ESTADO
               MOVE FUNCTION UPPER-CASE(ENT-ESTADO) TO ENT-ESTADO
               IF NOT ENTIDADE-ATIVA AND NOT ENTIDADE-SUSPENSA
                   DISPLAY "ERRO: USE A OU S."
               END-IF
           END-PERFORM

           WRITE REG-ENTIDADE
               INVALID KEY
                   REWRITE REG-ENTIDADE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR ENTIDADE!"
                       NOT INVALID KEY
                           DISPLAY "ENTIDADE ATUALIZADA COM SUCESSO."
                           PERFORM 1200-AUDITAR-ENTIDADE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "ENTIDADE ADICIONADA COM SUCESSO."
                   PERFORM 1200-AUDITAR-ENTIDADE
           END-WRITE.

       1100-CONFERIR-LIQUIDACAO.
           *> conta de outro banco: so se confere o digito de controlo
           *> do codigo de banco; conta deste banco: tem de existir,
           *> aceitar creditos e estar na moeda da entidade
           MOVE 'N' TO WS-ENTIDADE-OK
           IF ENT-CONTA-LIQUIDACAO = 0
               DISPLAY "ERRO: CONTA DE LIQUIDACAO EM FALTA!"
               EXIT PARAGRAPH
           END-IF
           IF ENT-BANCO-LIQUIDACAO NOT = 0
               MOVE ENT-BANCO-LIQUIDACAO TO WS-BANCO-VALIDAR
               PERFORM 8950-VALIDAR-CODIGO-BANCO
               IF NOT BANCO-VALIDO
                   DISPLAY "ERRO: CODIGO DE BANCO INVALIDO (DIGITO DE "
                       "CONTROLO NAO CONFERE)!"
               ELSE
                   MOVE 'S' TO WS-ENTIDADE-OK
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE ENT-CONTA-LIQUIDACAO TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA DE LIQUIDACAO NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-PERMITE-CREDITO
               DISPLAY "ERRO: A CONTA DE LIQUIDACAO NAO ACEITA "
                   "CREDITOS!"
               EXIT PARAGRAPH
           END-IF
           IF MOEDA-FILE NOT = ENT-MOEDA
               DISPLAY "ERRO: A CONTA DE LIQUIDACAO ESTA EM "
                   MOEDA-FILE " E A ENTIDADE EM " ENT-MOEDA "!"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-ENTIDADE-OK.

       1200-AUDITAR-ENTIDADE.
           MOVE "ALTERAR-ENTIDADE" TO WS-AUD-ACAO
           MOVE ENT-CONTA-LIQUIDACAO TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       2000-LISTAR-ENTIDADES.
           DISPLAY " ".
           DISPLAY "ENTID NOME                           R MOE BANC "
               "CONTA     E".
           DISPLAY "-------------------------------------------------"
               "-------------".
           MOVE 0 TO WS-TOTAL-LISTADOS

           MOVE 0 TO ENT-CODIGO
           START FICHEIRO-ENTIDADES KEY IS GREATER THAN ENT-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-FS-ENTIDADES
           END-START

           PERFORM UNTIL WS-FS-ENTIDADES = "10"
               READ FICHEIRO-ENTIDADES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-ENTIDADES
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADOS
                       DISPLAY ENT-CODIGO " " ENT-NOME " "
                           ENT-REGRA-REF " " ENT-MOEDA " "
                           ENT-BANCO-LIQUIDACAO " "
                           ENT-CONTA-LIQUIDACAO " " ENT-ESTADO
               END-READ
           END-PERFORM

           DISPLAY "TOTAL: " WS-TOTAL-LISTADOS " ENTIDADES."
           MOVE "00" TO WS-FS-ENTIDADES.

       3000-TESTAR-REFERENCIA.
           *> confere uma referencia com a regra da entidade, para o
           *> balcao esclarecer um cliente sem movimentar a conta
           DISPLAY " ".
           DISPLAY "CODIGO DA ENTIDADE: " WITH NO ADVANCING
           ACCEPT ENT-CODIGO
           READ FICHEIRO-ENTIDADES
               INVALID KEY
                   DISPLAY "ERRO: ENTIDADE NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "REFERENCIA (9 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-REFERENCIA-TESTE
           MOVE WS-REFERENCIA-TESTE TO WS-REF-VALIDAR-NUM
           MOVE ENT-REGRA-REF TO WS-RV-REGRA
           PERFORM 8960-VALIDAR-REFERENCIA
           IF REFERENCIA-VALIDA
               DISPLAY "REFERENCIA VALIDA PARA " ENT-NOME
           ELSE
               DISPLAY "REFERENCIA INVALIDA PARA " ENT-NOME
           END-IF.

           COPY SIGNON.

           COPY VALBANCO.

           COPY VALREF.
