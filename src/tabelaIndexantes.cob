       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELA-INDEXANTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-INDEXANTES ASSIGN TO "data/indexantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-CHAVE
               FILE STATUS IS WS-FS-INDEXANTES.

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
       FD  FICHEIRO-INDEXANTES.
           COPY INDEXANTE.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY INDICEREFWS.

       77  WS-OPCAO                  PIC X VALUE 'L'.
       77  WS-SINAL                  PIC X.
       77  WS-TAXA-DIGITADA          PIC 9V9(04).
       77  WS-TAXA-FORMATADA         PIC -9.9999.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "TABELA-INDEXANTES" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           *> OPEN I-O: mantem o historico ja existente no ficheiro.
           *> So cria o ficheiro (OPEN OUTPUT) se ainda nao existir.
           OPEN I-O FICHEIRO-INDEXANTES.

           IF WS-FS-INDEXANTES = "35"
               OPEN OUTPUT FICHEIRO-INDEXANTES
               CLOSE FICHEIRO-INDEXANTES
               OPEN I-O FICHEIRO-INDEXANTES
           END-IF.

           IF WS-FS-INDEXANTES NOT = "00"
               DISPLAY "ERRO AO ABRIR TABELA DE INDEXANTES. STATUS: "
                   WS-FS-INDEXANTES
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-INDEXANTES-ABERTO.

           PERFORM 9800-LER-DATA-NEGOCIO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- TABELA DE INDEXANTES (TAXAS DE REFERENCIA)"
                   " ---"
               DISPLAY "A - ADICIONAR VALOR (INDEXANTE/DATA)"
               DISPLAY "L - LISTAR HISTORICO"
               DISPLAY "C - CONSULTAR VALOR EM VIGOR"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "A"
                       PERFORM 1000-ADICIONAR-VALOR
                   WHEN "L"
                       PERFORM 2000-LISTAR-HISTORICO
                   WHEN "C"
                       PERFORM 3000-CONSULTAR-VALOR
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-INDEXANTES.
           PERFORM 9700-FECHAR-SIGNON.
           STOP RUN.

       1000-ADICIONAR-VALOR.
           *> o valor publicado reprecifica toda a carteira indexada
           *> na revisao seguinte: reservado ao administrador, como
           *> o precario de taxas
           IF NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ALTERAR "
                   "INDEXANTES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- ADICIONAR VALOR DE INDEXANTE ---".
           DISPLAY "INDEXANTE (E03M/E06M/E12M): " WITH NO ADVANCING
           ACCEPT IX-CODIGO
           MOVE FUNCTION UPPER-CASE(IX-CODIGO) TO IX-CODIGO
           IF IX-CODIGO = SPACES
               DISPLAY "ERRO: CODIGO DO INDEXANTE OBRIGATORIO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DATA EFETIVA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT IX-DATA-EFETIVA
           IF IX-DATA-EFETIVA = 0
               DISPLAY "ERRO: DATA EFETIVA INVALIDA!"
               EXIT PARAGRAPH
           END-IF

           *> o valor pode ser negativo: o sinal pede-se a parte
           DISPLAY "SINAL DO VALOR (+/-): " WITH NO ADVANCING
           ACCEPT WS-SINAL
           IF WS-SINAL NOT = "+" AND WS-SINAL NOT = "-"
               DISPLAY "ERRO: SINAL INVALIDO!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VALOR ANUAL (EX: 3,25% -> 00325): "
               WITH NO ADVANCING
           ACCEPT WS-TAXA-DIGITADA
           IF WS-SINAL = "-"
               COMPUTE IX-TAXA = 0 - WS-TAXA-DIGITADA
           ELSE
               MOVE WS-TAXA-DIGITADA TO IX-TAXA
           END-IF

           *> valores antigos nunca se reescrevem: cada publicacao e
           *> uma linha nova com data efetiva propria, para o
           *> historico ficar integro
           WRITE REG-INDEXANTE
               INVALID KEY
                   DISPLAY "ERRO: JA EXISTE VALOR DESTE INDEXANTE "
                       "NESTA DATA - USE OUTRA DATA EFETIVA!"
               NOT INVALID KEY
                   DISPLAY "VALOR ADICIONADO COM SUCESSO."
                   MOVE "ADICIONAR-INDEXANTE" TO WS-AUD-ACAO
                   MOVE 0 TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-WRITE.

       2000-LISTAR-HISTORICO.
           DISPLAY " ".
           DISPLAY "INDX DATA-EFETIVA VALOR".
           DISPLAY "--------------------------".

           MOVE LOW-VALUES TO IX-CHAVE
           START FICHEIRO-INDEXANTES KEY IS GREATER THAN IX-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-INDEXANTES
           END-START

           PERFORM UNTIL WS-FS-INDEXANTES = "10"
               READ FICHEIRO-INDEXANTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-INDEXANTES
                   NOT AT END
                       MOVE IX-TAXA TO WS-TAXA-FORMATADA
                       DISPLAY IX-CODIGO " " IX-DATA-EFETIVA "     "
                           WS-TAXA-FORMATADA
               END-READ
           END-PERFORM

           MOVE "00" TO WS-FS-INDEXANTES.

       3000-CONSULTAR-VALOR.
           DISPLAY " ".
           DISPLAY "--- VALOR EM VIGOR ---".
           DISPLAY "INDEXANTE (E03M/E06M/E12M): " WITH NO ADVANCING
           ACCEPT WS-IX-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-IX-CODIGO) TO WS-IX-CODIGO

           PERFORM 9770-OBTER-INDEXANTE
           IF INDEXANTE-ENCONTRADO
               MOVE WS-IX-TAXA-OBTIDA TO WS-TAXA-FORMATADA
               DISPLAY "VALOR EM VIGOR EM " WS-DATA-NEGOCIO ": "
                   WS-TAXA-FORMATADA " (EFETIVO DESDE "
                   WS-IX-DATA-OBTIDA ")"
           ELSE
               DISPLAY "SEM VALOR EM VIGOR PARA ESTE INDEXANTE!"
           END-IF.

           COPY INDICEREF.

           COPY SIGNON.

           COPY DATANEG.
