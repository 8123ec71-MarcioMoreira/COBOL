       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-FRAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-ALERTAS-FRAUDE ASSIGN TO
               "data/alertas_fraude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFR-ID
               FILE STATUS IS WS-FS-ALERTAS.

           SELECT FICHEIRO-CARTOES ASSIGN TO "data/cartoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-NUMERO
               FILE STATUS IS WS-FS-CARTOES.

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
       FD  FICHEIRO-ALERTAS-FRAUDE.
           COPY ALERTAFRAUDE.

       FD  FICHEIRO-CARTOES.
           COPY CARTAO.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.

       77  WS-FS-ALERTAS           PIC XX.
       77  WS-FS-CARTOES           PIC XX.
       77  WS-OPCAO                PIC X VALUE 'L'.
       77  WS-DECISAO              PIC X(01).
       77  WS-ALERTA-PEDIDO        PIC 9(09).
       77  WS-TOTAL-PENDENTES      PIC 9(05).
       77  WS-VALOR-FORMATADO      PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> confirmar uma fraude bloqueia o cartao do cliente:
           *> exige operador autenticado, com rasto de auditoria
           MOVE "REVISAO-FRAUDE" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           OPEN I-O FICHEIRO-ALERTAS-FRAUDE.
           IF WS-FS-ALERTAS NOT = "00"
               DISPLAY "SEM ALERTAS DE FRAUDE (ALERTAS_FRAUDE.DAT). "
                   "STATUS: " WS-FS-ALERTAS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CARTOES.
           IF WS-FS-CARTOES NOT = "00"
               CLOSE FICHEIRO-ALERTAS-FRAUDE
               DISPLAY "ERRO AO ABRIR FICHEIRO DE CARTOES: "
                   WS-FS-CARTOES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- REVISAO DE ALERTAS DE FRAUDE ---"
               DISPLAY "L - LISTAR ALERTAS PENDENTES"
               DISPLAY "D - DECIDIR UM ALERTA"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "L"
                       PERFORM 1000-LISTAR-PENDENTES
                   WHEN "D"
                       PERFORM 2000-DECIDIR-ALERTA
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-ALERTAS-FRAUDE.
           CLOSE FICHEIRO-CARTOES.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       1000-LISTAR-PENDENTES.
           DISPLAY " ".
           DISPLAY "ALERTA    DATA     CARTAO           CONTA     "
               "RG        VALOR REFERENCIA".
           DISPLAY "------------------------------------------------"
               "----------------------".
           MOVE 0 TO WS-TOTAL-PENDENTES
           MOVE LOW-VALUES TO AFR-ID
           START FICHEIRO-ALERTAS-FRAUDE KEY IS GREATER THAN AFR-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-ALERTAS
           END-START

           PERFORM UNTIL WS-FS-ALERTAS = "10"
               READ FICHEIRO-ALERTAS-FRAUDE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-ALERTAS
                   NOT AT END
                       IF ALERTA-PENDENTE
                           ADD 1 TO WS-TOTAL-PENDENTES
                           MOVE AFR-VALOR TO WS-VALOR-FORMATADO
                           DISPLAY AFR-ID " " AFR-DATA " " AFR-CARTAO
                               " " AFR-CONTA " " AFR-REGRA " "
                               WS-VALOR-FORMATADO " " AFR-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-ALERTAS

           DISPLAY "TOTAL: " WS-TOTAL-PENDENTES " ALERTAS PENDENTES.".

       2000-DECIDIR-ALERTA.
           DISPLAY " ".
           DISPLAY "--- DECIDIR UM ALERTA ---".
           DISPLAY "NUMERO DO ALERTA: " WITH NO ADVANCING
           ACCEPT WS-ALERTA-PEDIDO
           MOVE WS-ALERTA-PEDIDO TO AFR-ID
           READ FICHEIRO-ALERTAS-FRAUDE
               INVALID KEY
                   DISPLAY "ERRO: ALERTA NAO ENCONTRADO!"
           END-READ
           IF WS-FS-ALERTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT ALERTA-PENDENTE
               DISPLAY "ERRO: O ALERTA NAO ESTA PENDENTE (ESTADO '"
                   AFR-ESTADO "')."
               EXIT PARAGRAPH
           END-IF

           MOVE AFR-VALOR TO WS-VALOR-FORMATADO
           DISPLAY "REGRA " AFR-REGRA " EM " AFR-DATA
               " CARTAO " AFR-CARTAO " VALOR " WS-VALOR-FORMATADO
           DISPLAY "DECISAO (L-LEGITIMA / F-FRAUDE, BLOQUEIA O "
               "CARTAO): " WITH NO ADVANCING
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           IF WS-DECISAO NOT = "L" AND NOT = "F"
               DISPLAY "ERRO: USE L OU F."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DECISAO TO AFR-ESTADO
           MOVE WS-OPR-ATUAL TO AFR-OPERADOR
           MOVE WS-DATA-NEGOCIO TO AFR-DATA-DECISAO
           REWRITE REG-ALERTA-FRAUDE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO!"
                   EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "ALERTA " AFR-ID " DECIDIDO COMO '" AFR-ESTADO
               "'."
           MOVE "DECIDIR-ALERTA-FRAUD" TO WS-AUD-ACAO
           MOVE AFR-CONTA TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA

           IF ALERTA-FRAUDE
               PERFORM 2100-BLOQUEAR-CARTAO
           END-IF.

       2100-BLOQUEAR-CARTAO.
           MOVE AFR-CARTAO TO CT-NUMERO
           READ FICHEIRO-CARTOES
               INVALID KEY
                   DISPLAY "ERRO: CARTAO " AFR-CARTAO
                       " NAO ENCONTRADO!"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CARTAO-ATIVO
               DISPLAY "O CARTAO JA NAO ESTA ATIVO (ESTADO '"
                   CT-ESTADO "')."
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO CT-ESTADO
           REWRITE REG-CARTAO
               INVALID KEY
                   DISPLAY "ERRO AO BLOQUEAR O CARTAO!"
               NOT INVALID KEY
                   DISPLAY "CARTAO " CT-NUMERO " BLOQUEADO. EMITA "
                       "UM SUBSTITUTO EM GESTAO-CARTOES."
                   MOVE "BLOQUEAR-CARTAO" TO WS-AUD-ACAO
                   MOVE CT-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

           COPY SIGNON.

           COPY DATANEG.
