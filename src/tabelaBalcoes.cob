       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELA-BALCOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-BALCOES ASSIGN TO "data/balcoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CODIGO
               FILE STATUS IS WS-FS-BALCOES.

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
       FD  FICHEIRO-BALCOES.
           COPY BALCAO.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       WORKING-STORAGE SECTION.
           COPY SIGNONWS.

       77  WS-FS-BALCOES             PIC XX.
       77  WS-OPCAO                  PIC X VALUE 'L'.
       77  WS-TOTAL-LISTADOS         PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "TABELA-BALCOES" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           *> OPEN I-O: mantem os balcoes ja existentes no ficheiro.
           *> So cria o ficheiro (OPEN OUTPUT) se ainda nao existir.
           OPEN I-O FICHEIRO-BALCOES.

           IF WS-FS-BALCOES = "35"
               OPEN OUTPUT FICHEIRO-BALCOES
               CLOSE FICHEIRO-BALCOES
               OPEN I-O FICHEIRO-BALCOES
           END-IF.

           IF WS-FS-BALCOES NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE BALCOES. STATUS: "
                   WS-FS-BALCOES
               STOP RUN
           END-IF.

           PERFORM 9000-GARANTIR-BALCAO-SEDE.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- TABELA DE BALCOES ---"
               DISPLAY "A - ADICIONAR/ATUALIZAR BALCAO"
               DISPLAY "L - LISTAR BALCOES"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "A"
                       PERFORM 1000-ADICIONAR-BALCAO
                   WHEN "L"
                       PERFORM 2000-LISTAR-BALCOES
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-BALCOES.
           PERFORM 9700-FECHAR-SIGNON.
           STOP RUN.

       9000-GARANTIR-BALCAO-SEDE.
           *> o balcao 0001 e o atribuido por omissao as contas e
           *> operadores anteriores a tabela (ver CONVERTE-CLIENTES-3
           *> e CONVERTE-OPERADORES); garante-se que existe sempre
           MOVE 1 TO BAL-CODIGO
           READ FICHEIRO-BALCOES
               INVALID KEY
                   MOVE "SEDE" TO BAL-NOME
                   MOVE "SEDE" TO BAL-REGIAO
                   MOVE "A" TO BAL-ESTADO
                   WRITE REG-BALCAO
           END-READ.

       1000-ADICIONAR-BALCAO.
           *> a rede de balcoes e estrutura do banco: reservada ao
           *> administrador, como os escaloes e as taxas de cambio
           IF NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ALTERAR "
                   "BALCOES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- ADICIONAR/ATUALIZAR BALCAO ---".
           DISPLAY "CODIGO DO BALCAO (4 DIGITOS): " WITH NO ADVANCING
           ACCEPT BAL-CODIGO
           IF BAL-CODIGO = 0
               DISPLAY "ERRO: CODIGO DE BALCAO INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NOME (MAX 30): " WITH NO ADVANCING
           ACCEPT BAL-NOME
           MOVE FUNCTION UPPER-CASE(BAL-NOME) TO BAL-NOME

           DISPLAY "DIRECAO REGIONAL (MAX 20): " WITH NO ADVANCING
           ACCEPT BAL-REGIAO
           MOVE FUNCTION UPPER-CASE(BAL-REGIAO) TO BAL-REGIAO

           *> um balcao encerrado deixa de receber contas e
           *> operadores novos, mas continua nos relatorios enquanto
           *> tiver contas domiciliadas
           MOVE SPACE TO BAL-ESTADO
           PERFORM UNTIL BALCAO-ATIVO OR BALCAO-ENCERRADO
               DISPLAY "ESTADO (A-ATIVO / E-ENCERRADO): "
                   WITH NO ADVANCING
               ACCEPT BAL-ESTADO
               MOVE FUNCTION UPPER-CASE(BAL-ESTADO) TO BAL-ESTADO
               IF NOT BALCAO-ATIVO AND NOT BALCAO-ENCERRADO
                   DISPLAY "ERRO: USE A OU E."
               END-IF
           END-PERFORM

           WRITE REG-BALCAO
               INVALID KEY
                   REWRITE REG-BALCAO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR BALCAO!"
                       NOT INVALID KEY
                           DISPLAY "BALCAO ATUALIZADO COM SUCESSO."
                           PERFORM 1100-AUDITAR-BALCAO
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "BALCAO ADICIONADO COM SUCESSO."
                   PERFORM 1100-AUDITAR-BALCAO
           END-WRITE.

       1100-AUDITAR-BALCAO.
           MOVE "ALTERAR-BALCAO" TO WS-AUD-ACAO
           MOVE 0 TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       2000-LISTAR-BALCOES.
           DISPLAY " ".
           DISPLAY "COD  NOME                           REGIAO"
               "               E".
           DISPLAY "-------------------------------------------------"
               "-------------".
           MOVE 0 TO WS-TOTAL-LISTADOS

           MOVE 0 TO BAL-CODIGO
           START FICHEIRO-BALCOES KEY IS GREATER THAN BAL-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-FS-BALCOES
           END-START

           PERFORM UNTIL WS-FS-BALCOES = "10"
               READ FICHEIRO-BALCOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-BALCOES
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADOS
                       DISPLAY BAL-CODIGO " " BAL-NOME " "
                           BAL-REGIAO " " BAL-ESTADO
               END-READ
           END-PERFORM

           DISPLAY "TOTAL: " WS-TOTAL-LISTADOS " BALCOES."
           MOVE "00" TO WS-FS-BALCOES.

           COPY SIGNON.
