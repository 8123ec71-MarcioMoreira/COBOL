       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELA-FRAUDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-REGRAS-FRAUDE ASSIGN TO
               "data/regras_fraude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFR-CODIGO
               FILE STATUS IS WS-FS-REGRAS.

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
       FD  FICHEIRO-REGRAS-FRAUDE.
           COPY REGRAFRAUDE.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       WORKING-STORAGE SECTION.
           COPY SIGNONWS.

       77  WS-FS-REGRAS              PIC XX.
       77  WS-OPCAO                  PIC X VALUE 'L'.
       77  WS-VALOR-FORMATADO        PIC Z,ZZZ,ZZ9.99.
       77  WS-MULTIPLO-FORMATADO     PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "TABELA-FRAUDE" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           *> OPEN I-O: mantem as regras ja existentes. So cria o
           *> ficheiro (OPEN OUTPUT) se ainda nao existir.
           OPEN I-O FICHEIRO-REGRAS-FRAUDE.
           IF WS-FS-REGRAS = "35"
               OPEN OUTPUT FICHEIRO-REGRAS-FRAUDE
               CLOSE FICHEIRO-REGRAS-FRAUDE
               OPEN I-O FICHEIRO-REGRAS-FRAUDE
           END-IF.
           IF WS-FS-REGRAS NOT = "00"
               DISPLAY "ERRO AO ABRIR REGRAS DE FRAUDE. STATUS: "
                   WS-FS-REGRAS
               STOP RUN
           END-IF.

           PERFORM 9000-GARANTIR-REGRAS-BASE.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- REGRAS DE FRAUDE DE CARTOES ---"
               DISPLAY "R - ADICIONAR/ATUALIZAR REGRA"
               DISPLAY "A - ATIVAR/DESATIVAR REGRA"
               DISPLAY "L - LISTAR REGRAS"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "R"
                       PERFORM 1000-ADICIONAR-REGRA
                   WHEN "A"
                       PERFORM 2000-ATIVAR-REGRA
                   WHEN "L"
                       PERFORM 3000-LISTAR-REGRAS
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-REGRAS-FRAUDE.
           PERFORM 9700-FECHAR-SIGNON.
           STOP RUN.

       9000-GARANTIR-REGRAS-BASE.
           *> regras de partida para o POS nao arrancar sem defesa;
           *> os limites afinam-se depois com RELATORIO-FRAUDE
           MOVE "01" TO RFR-CODIGO
           MOVE "Q" TO RFR-TIPO
           MOVE "MAIS DE 10 COMPRAS NUM DIA" TO RFR-DESCRICAO
           MOVE 1 TO RFR-JANELA-DIAS
           MOVE 10 TO RFR-LIMITE-QTD
           MOVE 0 TO RFR-LIMITE-VALOR
           MOVE 0 TO RFR-MULTIPLO
           MOVE "B" TO RFR-ACAO
           PERFORM 9100-GARANTIR-UMA-REGRA
           MOVE "02" TO RFR-CODIGO
           MOVE "Q" TO RFR-TIPO
           MOVE "MAIS DE 5 COMPRAS NUM DIA" TO RFR-DESCRICAO
           MOVE 1 TO RFR-JANELA-DIAS
           MOVE 5 TO RFR-LIMITE-QTD
           MOVE 0 TO RFR-LIMITE-VALOR
           MOVE 0 TO RFR-MULTIPLO
           MOVE "S" TO RFR-ACAO
           PERFORM 9100-GARANTIR-UMA-REGRA
           MOVE "03" TO RFR-CODIGO
           MOVE "V" TO RFR-TIPO
           MOVE "MAIS DE 2000 EM 3 DIAS" TO RFR-DESCRICAO
           MOVE 3 TO RFR-JANELA-DIAS
           MOVE 0 TO RFR-LIMITE-QTD
           MOVE 2000 TO RFR-LIMITE-VALOR
           MOVE 0 TO RFR-MULTIPLO
           MOVE "R" TO RFR-ACAO
           PERFORM 9100-GARANTIR-UMA-REGRA
           MOVE "04" TO RFR-CODIGO
           MOVE "I" TO RFR-TIPO
           MOVE "1A COMPRA >= 500 APOS 180 DIAS" TO RFR-DESCRICAO
           MOVE 180 TO RFR-JANELA-DIAS
           MOVE 0 TO RFR-LIMITE-QTD
           MOVE 500 TO RFR-LIMITE-VALOR
           MOVE 0 TO RFR-MULTIPLO
           MOVE "S" TO RFR-ACAO
           PERFORM 9100-GARANTIR-UMA-REGRA
           MOVE "05" TO RFR-CODIGO
           MOVE "M" TO RFR-TIPO
           MOVE "COMPRA > 5X A MEDIA DO CARTAO" TO RFR-DESCRICAO
           MOVE 0 TO RFR-JANELA-DIAS
           MOVE 10 TO RFR-LIMITE-QTD
           MOVE 100 TO RFR-LIMITE-VALOR
           MOVE 5 TO RFR-MULTIPLO
           MOVE "S" TO RFR-ACAO
           PERFORM 9100-GARANTIR-UMA-REGRA.

       9100-GARANTIR-UMA-REGRA.
           MOVE "S" TO RFR-ATIVA
           WRITE REG-REGRA-FRAUDE
               INVALID KEY
                   CONTINUE
           END-WRITE.

       1000-ADICIONAR-REGRA.
           *> as regras decidem compras e bloqueiam cartoes de
           *> clientes: reservado ao administrador, como as taxas
           IF NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ALTERAR "
                   "REGRAS DE FRAUDE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- ADICIONAR/ATUALIZAR REGRA ---".
           DISPLAY "CODIGO DA REGRA (2 CARACTERES): " WITH NO ADVANCING
           ACCEPT RFR-CODIGO
           MOVE FUNCTION UPPER-CASE(RFR-CODIGO) TO RFR-CODIGO

           DISPLAY "TIPOS: Q-NUMERO DE COMPRAS NA JANELA, "
               "V-VALOR NA JANELA,"
           DISPLAY "       I-1A COMPRA APOS INATIVIDADE, "
               "M-VALOR ACIMA DA MEDIA"
           DISPLAY "TIPO: " WITH NO ADVANCING
           ACCEPT RFR-TIPO
           MOVE FUNCTION UPPER-CASE(RFR-TIPO) TO RFR-TIPO
           IF NOT TIPO-REGRA-VALIDO
               DISPLAY "ERRO: TIPO DE REGRA INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DESCRICAO (MAX 30): " WITH NO ADVANCING
           ACCEPT RFR-DESCRICAO

           MOVE 0 TO RFR-JANELA-DIAS
           MOVE 0 TO RFR-LIMITE-QTD
           MOVE 0 TO RFR-LIMITE-VALOR
           MOVE 0 TO RFR-MULTIPLO
           EVALUATE TRUE
               WHEN REGRA-NUM-COMPRAS
                   DISPLAY "JANELA EM DIAS (1 = SO HOJE): "
                       WITH NO ADVANCING
                   ACCEPT RFR-JANELA-DIAS
                   DISPLAY "NUMERO MAXIMO DE COMPRAS NA JANELA: "
                       WITH NO ADVANCING
                   ACCEPT RFR-LIMITE-QTD
               WHEN REGRA-VALOR-JANELA
                   DISPLAY "JANELA EM DIAS (1 = SO HOJE): "
                       WITH NO ADVANCING
                   ACCEPT RFR-JANELA-DIAS
                   DISPLAY "VALOR MAXIMO DE COMPRAS NA JANELA: "
                       WITH NO ADVANCING
                   ACCEPT RFR-LIMITE-VALOR
               WHEN REGRA-INATIVIDADE
                   DISPLAY "DIAS SEM USO: " WITH NO ADVANCING
                   ACCEPT RFR-JANELA-DIAS
                   DISPLAY "VALOR MINIMO DA COMPRA: "
                       WITH NO ADVANCING
                   ACCEPT RFR-LIMITE-VALOR
               WHEN REGRA-VALOR-INVULGAR
                   DISPLAY "MULTIPLO DO VALOR MEDIO: "
                       WITH NO ADVANCING
                   ACCEPT RFR-MULTIPLO
                   DISPLAY "VALOR MINIMO DA COMPRA: "
                       WITH NO ADVANCING
                   ACCEPT RFR-LIMITE-VALOR
                   DISPLAY "COMPRAS MINIMAS DE HISTORICO: "
                       WITH NO ADVANCING
                   ACCEPT RFR-LIMITE-QTD
           END-EVALUATE
           IF (REGRA-NUM-COMPRAS OR REGRA-VALOR-JANELA
                   OR REGRA-INATIVIDADE) AND RFR-JANELA-DIAS = 0
               DISPLAY "ERRO: O NUMERO DE DIAS TEM DE SER POSITIVO!"
               EXIT PARAGRAPH
           END-IF
           IF REGRA-VALOR-INVULGAR AND RFR-MULTIPLO = 0
               DISPLAY "ERRO: O MULTIPLO TEM DE SER POSITIVO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ACAO (R-RECUSAR, S-APROVAR E SINALIZAR, "
               "B-RECUSAR E BLOQUEAR CARTAO): " WITH NO ADVANCING
           ACCEPT RFR-ACAO
           MOVE FUNCTION UPPER-CASE(RFR-ACAO) TO RFR-ACAO
           IF NOT ACAO-FRAUDE-VALIDA
               DISPLAY "ERRO: ACAO INVALIDA!"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO RFR-ATIVA

           WRITE REG-REGRA-FRAUDE
               INVALID KEY
                   REWRITE REG-REGRA-FRAUDE
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR REGRA!"
                       NOT INVALID KEY
                           DISPLAY "REGRA ATUALIZADA."
                           PERFORM 1100-AUDITAR-REGRA
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "REGRA ADICIONADA."
                   PERFORM 1100-AUDITAR-REGRA
           END-WRITE.

       1100-AUDITAR-REGRA.
           MOVE "ALTERAR-REGRA-FRAUDE" TO WS-AUD-ACAO
           MOVE 0 TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       2000-ATIVAR-REGRA.
           IF NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ALTERAR "
                   "REGRAS DE FRAUDE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "CODIGO DA REGRA: " WITH NO ADVANCING
           ACCEPT RFR-CODIGO
           MOVE FUNCTION UPPER-CASE(RFR-CODIGO) TO RFR-CODIGO
           READ FICHEIRO-REGRAS-FRAUDE
               INVALID KEY
                   DISPLAY "ERRO: REGRA NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ

           IF REGRA-FRAUDE-ATIVA
               MOVE "N" TO RFR-ATIVA
           ELSE
               MOVE "S" TO RFR-ATIVA
           END-IF
           REWRITE REG-REGRA-FRAUDE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR REGRA!"
               NOT INVALID KEY
                   IF REGRA-FRAUDE-ATIVA
                       DISPLAY "REGRA " RFR-CODIGO " ATIVADA."
                   ELSE
                       DISPLAY "REGRA " RFR-CODIGO " DESATIVADA."
                   END-IF
                   PERFORM 1100-AUDITAR-REGRA
           END-REWRITE.

       3000-LISTAR-REGRAS.
           DISPLAY " ".
           DISPLAY "CD T DESCRICAO                      DIAS QTD "
               "       VALOR  MULT A ATIVA".
           DISPLAY "------------------------------------------------"
               "------------------------".

           MOVE LOW-VALUES TO RFR-CODIGO
           START FICHEIRO-REGRAS-FRAUDE KEY IS GREATER THAN RFR-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-FS-REGRAS
           END-START

           PERFORM UNTIL WS-FS-REGRAS = "10"
               READ FICHEIRO-REGRAS-FRAUDE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-REGRAS
                   NOT AT END
                       MOVE RFR-LIMITE-VALOR TO WS-VALOR-FORMATADO
                       MOVE RFR-MULTIPLO TO WS-MULTIPLO-FORMATADO
                       DISPLAY RFR-CODIGO " " RFR-TIPO " "
                           RFR-DESCRICAO " " RFR-JANELA-DIAS "  "
                           RFR-LIMITE-QTD " " WS-VALOR-FORMATADO " "
                           WS-MULTIPLO-FORMATADO " " RFR-ACAO " "
                           RFR-ATIVA
               END-READ
           END-PERFORM

           MOVE "00" TO WS-FS-REGRAS.

           COPY SIGNON.
