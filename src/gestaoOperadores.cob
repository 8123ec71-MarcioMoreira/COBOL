               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT FICHEIRO-BALCOES ASSIGN TO "data/balcoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CODIGO
               FILE STATUS IS WS-FS-BALCOES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-OPERADORES.
       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-BALCOES.
           COPY BALCAO.

       WORKING-STORAGE SECTION.
           COPY SIGNONWS.

       77  WS-CAMPO-EDICAO           PIC X(01).
       77  WS-EDICAO-OK              PIC X(01).

       *> Tabela de balcoes (ver TABELA-BALCOES): sem ela, como no
       *> primeiro arranque, o operador fica na sede.
       77  WS-FS-BALCOES             PIC XX.
       77  WS-BALCOES-ABERTO         PIC X VALUE 'N'.
           88 TABELA-BALCOES-DISPONIVEL VALUE 'S'.
       77  WS-BALCAO-SEDE            PIC 9(04) VALUE 1.
       77  WS-BALCAO-INPUT           PIC 9(04).
       77  WS-BALCAO-OK              PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> No primeiro arranque (sem ficheiro de operadores) o
           END-IF.
           CLOSE FICHEIRO-OPERADORES.

           OPEN INPUT FICHEIRO-BALCOES.
           IF WS-FS-BALCOES = "00"
               MOVE 'S' TO WS-BALCOES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM TABELA DE BALCOES - OPERADORES "
                   "NOVOS FICAM NA SEDE (VER TABELA-BALCOES)."
           END-IF.

           MOVE "GESTAO-OPERADORES" TO WS-AUD-PROGRAMA.

           IF PRIMEIRO-ARRANQUE
               END-EVALUATE
           END-PERFORM.

           IF TABELA-BALCOES-DISPONIVEL
               CLOSE FICHEIRO-BALCOES
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.
           DISPLAY "NOME (MAX 30): " WITH NO ADVANCING
           ACCEPT OPR-NOME
           DISPLAY "PIN (6 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           MOVE WS-PH-SALT TO OPR-PIN-SALT
           MOVE WS-PH-HASH TO OPR-PIN-HASH
           MOVE WS-BALCAO-SEDE TO OPR-BALCAO
           MOVE 'N' TO WS-BALCAO-OK
           PERFORM UNTIL WS-BALCAO-OK = 'S'
               DISPLAY "BALCAO (4 DIGITOS, 0 = SEDE): "
                   WITH NO ADVANCING
               ACCEPT WS-BALCAO-INPUT
               IF WS-BALCAO-INPUT = 0
                   MOVE WS-BALCAO-SEDE TO WS-BALCAO-INPUT
               END-IF
               PERFORM 1200-VALIDAR-BALCAO
           END-PERFORM
           MOVE WS-BALCAO-INPUT TO OPR-BALCAO.

       1200-VALIDAR-BALCAO.
           *> so balcoes ativos recebem operadores
           MOVE 'S' TO WS-BALCAO-OK
           IF NOT TABELA-BALCOES-DISPONIVEL
               IF WS-BALCAO-INPUT NOT = WS-BALCAO-SEDE
                   DISPLAY "ERRO: SEM TABELA DE BALCOES SO A SEDE "
                       "E VALIDA!"
                   MOVE 'N' TO WS-BALCAO-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BALCAO-INPUT TO BAL-CODIGO
           READ FICHEIRO-BALCOES
               INVALID KEY
                   DISPLAY "ERRO: BALCAO NAO EXISTE!"
                   MOVE 'N' TO WS-BALCAO-OK
               NOT INVALID KEY
                   IF NOT BALCAO-ATIVO
                       DISPLAY "ERRO: BALCAO ENCERRADO!"
                       MOVE 'N' TO WS-BALCAO-OK
                   END-IF
           END-READ.

       2000-EDITAR-OPERADOR.
           DISPLAY " ".
           END-IF

           DISPLAY "OPERADOR: " OPR-NOME " PERFIL " OPR-PERFIL
               " ESTADO " OPR-ESTADO " BALCAO " OPR-BALCAO
           DISPLAY "NOVO PIN (0 = MANTER): " WITH NO ADVANCING
           ACCEPT WS-OPR-PIN-INPUT
           IF WS-OPR-PIN-INPUT NOT = 0
               MOVE WS-OPR-PIN-INPUT TO WS-PH-PIN
               PERFORM 8975-GERAR-HASH-PIN
               MOVE WS-PH-SALT TO OPR-PIN-SALT
               MOVE WS-PH-HASH TO OPR-PIN-HASH
           END-IF

           MOVE 'N' TO WS-EDICAO-OK
               MOVE WS-CAMPO-EDICAO TO OPR-ESTADO
           END-IF

           *> mudanca de balcao: vale a partir do proximo sign-on
           MOVE 'N' TO WS-BALCAO-OK
           PERFORM UNTIL WS-BALCAO-OK = 'S'
               DISPLAY "NOVO BALCAO (0 = MANTER): " WITH NO ADVANCING
               ACCEPT WS-BALCAO-INPUT
               IF WS-BALCAO-INPUT = 0
                   MOVE OPR-BALCAO TO WS-BALCAO-INPUT
                   MOVE 'S' TO WS-BALCAO-OK
               ELSE
                   PERFORM 1200-VALIDAR-BALCAO
               END-IF
           END-PERFORM
           MOVE WS-BALCAO-INPUT TO OPR-BALCAO

           REWRITE REG-OPERADOR
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR OPERADOR!"

       3000-LISTAR-OPERADORES.
           DISPLAY " ".
           DISPLAY "ID         NOME                           P E "
               "BALC".
           DISPLAY "-----------------------------------------------"
               "-----".
           MOVE 0 TO WS-TOTAL-LISTADOS
           MOVE LOW-VALUES TO OPR-ID
           START FICHEIRO-OPERADORES KEY IS GREATER THAN OPR-ID
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LISTADOS
                       DISPLAY OPR-ID "  " OPR-NOME " "
                           OPR-PERFIL " " OPR-ESTADO " " OPR-BALCAO
               END-READ
           END-PERFORM

