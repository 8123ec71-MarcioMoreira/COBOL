       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-COLATERAIS.

      *> Registo das garantias dos emprestimos: hipoteca de imovel
      *> (com avaliacao e data da avaliacao), penhor de deposito a
      *> prazo de data/depositos.dat e fianca de terceiro pelo CIF.
      *> Um deposito penhorado fica preso ao emprestimo ate a
      *> garantia ser libertada ou executada (ver GARDEP).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-COLATERAIS ASSIGN TO "data/colaterais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               ALTERNATE RECORD KEY IS COL-DEPOSITO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COLATERAIS.

           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "data/depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

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
       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY GARDEPWS.

       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-CIF               PIC XX.
       77  WS-OPCAO                PIC X VALUE 'L'.
       77  WS-CONFIRMA             PIC X.
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-NUMERO-EMPRESTIMO    PIC 9(09).
       77  WS-PROXIMA-SEQ          PIC 9(02).
       77  WS-TOTAL-LISTADAS       PIC 9(03).
       77  WS-VALOR-FORMATADO      PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-TIPO-NOVO            PIC X(01).
       77  WS-VALOR-NOVO           PIC 9(09)V99.
       77  WS-DATA-NOVA            PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "GESTAO-COLATERAIS" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           *> OPEN I-O: mantem as garantias ja existentes no ficheiro.
           *> So cria o ficheiro (OPEN OUTPUT) se ainda nao existir.
           OPEN I-O FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "35"
               OPEN OUTPUT FICHEIRO-COLATERAIS
               CLOSE FICHEIRO-COLATERAIS
               OPEN I-O FICHEIRO-COLATERAIS
           END-IF.
           IF WS-FS-COLATERAIS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE GARANTIAS. STATUS: "
                   WS-FS-COLATERAIS
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-COLATERAIS-ABERTO.

           OPEN INPUT FICHEIRO-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS NOT = "00"
               CLOSE FICHEIRO-COLATERAIS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE EMPRESTIMOS: "
                   WS-FS-EMPRESTIMOS
               STOP RUN
           END-IF.

           *> depositos e mestre de clientes so sao precisos para o
           *> penhor e a fianca
           OPEN INPUT FICHEIRO-DEPOSITOS.
           IF WS-FS-DEPOSITOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE DEPOSITOS - PENHOR "
                   "DE DEPOSITOS INDISPONIVEL."
           END-IF.
           OPEN INPUT FICHEIRO-CIF.
           IF WS-FS-CIF NOT = "00"
               DISPLAY "AVISO: SEM MESTRE DE CLIENTES - FIANCAS "
                   "INDISPONIVEIS."
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- GARANTIAS DE EMPRESTIMOS ---"
               DISPLAY "A - ADICIONAR GARANTIA"
               DISPLAY "R - REAVALIAR IMOVEL"
               DISPLAY "L - LISTAR GARANTIAS DE UM EMPRESTIMO"
               DISPLAY "T - LIBERTAR GARANTIA (SUPERVISOR)"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "A"
                       PERFORM 1000-ADICIONAR-GARANTIA
                   WHEN "R"
                       PERFORM 2000-REAVALIAR-IMOVEL
                   WHEN "L"
                       PERFORM 3000-LISTAR-GARANTIAS
                   WHEN "T"
                       PERFORM 4000-LIBERTAR-GARANTIA
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-COLATERAIS.
           CLOSE FICHEIRO-EMPRESTIMOS.
           IF WS-FS-DEPOSITOS = "00"
               CLOSE FICHEIRO-DEPOSITOS
           END-IF.
           IF WS-FS-CIF = "00"
               CLOSE FICHEIRO-CIF
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       1000-ADICIONAR-GARANTIA.
           DISPLAY " ".
           DISPLAY "--- ADICIONAR GARANTIA ---".
           DISPLAY "NUMERO DO EMPRESTIMO: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-EMPRESTIMO
           MOVE WS-NUMERO-EMPRESTIMO TO EMP-NUMERO
           READ FICHEIRO-EMPRESTIMOS
               INVALID KEY
                   DISPLAY "ERRO: EMPRESTIMO NAO ENCONTRADO!"
           END-READ
           IF WS-FS-EMPRESTIMOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT EMP-ATIVO
               DISPLAY "ERRO: O EMPRESTIMO NAO ESTA ATIVO!"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-TIPO-NOVO
           PERFORM UNTIL WS-TIPO-NOVO = "I" OR "D" OR "F"
               DISPLAY "TIPO (I-IMOVEL / D-DEPOSITO A PRAZO / "
                   "F-FIANCA): " WITH NO ADVANCING
               ACCEPT WS-TIPO-NOVO
               MOVE FUNCTION UPPER-CASE(WS-TIPO-NOVO) TO WS-TIPO-NOVO
           END-PERFORM

           *> o penhor verifica-se antes de montar o registo novo: a
           *> leitura pela chave alternativa usa a mesma area
           MOVE 0 TO WS-GD-DEPOSITO
           IF WS-TIPO-NOVO = "D"
               IF WS-FS-DEPOSITOS NOT = "00"
                   DISPLAY "ERRO: FICHEIRO DE DEPOSITOS INDISPONIVEL!"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "NUMERO DO DEPOSITO A PRAZO: "
                   WITH NO ADVANCING
               ACCEPT DP-NUMERO
               READ FICHEIRO-DEPOSITOS
                   INVALID KEY
                       DISPLAY "ERRO: DEPOSITO NAO ENCONTRADO!"
               END-READ
               IF WS-FS-DEPOSITOS NOT = "00"
                   MOVE "00" TO WS-FS-DEPOSITOS
                   EXIT PARAGRAPH
               END-IF
               IF NOT DEP-ATIVO
                   DISPLAY "ERRO: O DEPOSITO NAO ESTA ATIVO!"
                   EXIT PARAGRAPH
               END-IF
               MOVE DP-NUMERO TO WS-GD-DEPOSITO
               PERFORM 8985-VERIFICAR-PENHOR-DEPOSITO
               IF DEPOSITO-PENHORADO
                   DISPLAY "ERRO: O DEPOSITO JA ESTA PENHORADO AO "
                       "EMPRESTIMO " WS-GD-EMPRESTIMO "!"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 1100-PROXIMA-SEQUENCIA
           IF WS-PROXIMA-SEQ = 0
               DISPLAY "ERRO: O EMPRESTIMO JA TEM O MAXIMO DE "
                   "GARANTIAS!"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE REG-COLATERAL
           MOVE WS-NUMERO-EMPRESTIMO TO COL-EMPRESTIMO
           MOVE WS-PROXIMA-SEQ TO COL-SEQ
           MOVE WS-TIPO-NOVO TO COL-TIPO
           MOVE WS-DATA-HOJE TO COL-DATA-CONSTITUICAO
           MOVE "A" TO COL-ESTADO
           MOVE 0 TO COL-DATA-ESTADO

           EVALUATE TRUE
               WHEN COL-IMOVEL
                   DISPLAY "ARTIGO / DESCRICAO PREDIAL (MAX 30): "
                       WITH NO ADVANCING
                   ACCEPT COL-DESCRICAO
                   MOVE FUNCTION UPPER-CASE(COL-DESCRICAO)
                       TO COL-DESCRICAO
                   PERFORM 1200-PEDIR-AVALIACAO
                   IF WS-DATA-NOVA = 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-VALOR-NOVO TO COL-VALOR
                   MOVE WS-DATA-NOVA TO COL-DATA-AVALIACAO
               WHEN COL-DEPOSITO-PENHOR
                   MOVE WS-GD-DEPOSITO TO COL-DEPOSITO
                   MOVE DP-CAPITAL TO COL-VALOR
                   MOVE WS-DATA-HOJE TO COL-DATA-AVALIACAO
                   MOVE "PENHOR DE DEPOSITO A PRAZO" TO COL-DESCRICAO
               WHEN COL-FIANCA
                   IF WS-FS-CIF NOT = "00"
                       DISPLAY "ERRO: MESTRE DE CLIENTES "
                           "INDISPONIVEL!"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "CIF DO FIADOR: " WITH NO ADVANCING
                   ACCEPT CIF-ID
                   READ FICHEIRO-CIF
                       INVALID KEY
                           DISPLAY "ERRO: CIF NAO ENCONTRADO!"
                   END-READ
                   IF WS-FS-CIF NOT = "00"
                       MOVE "00" TO WS-FS-CIF
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CIF-ID TO COL-CIF-FIADOR
                   MOVE CIF-NOME TO COL-DESCRICAO
                   DISPLAY "FIADOR: " CIF-NOME
                   DISPLAY "MONTANTE AFIANCADO "
                       "(EX: 10000,00 -> 00001000000): "
                       WITH NO ADVANCING
                   ACCEPT COL-VALOR
                   MOVE WS-DATA-HOJE TO COL-DATA-AVALIACAO
           END-EVALUATE

           WRITE REG-COLATERAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A GARANTIA!"
               NOT INVALID KEY
                   MOVE COL-VALOR TO WS-VALOR-FORMATADO
                   DISPLAY "GARANTIA " COL-SEQ " DO EMPRESTIMO "
                       COL-EMPRESTIMO " REGISTADA: " COL-TIPO " "
                       WS-VALOR-FORMATADO
                   MOVE "CONSTITUIR-GARANTIA" TO WS-AUD-ACAO
                   MOVE EMP-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-WRITE.

       1100-PROXIMA-SEQUENCIA.
           *> a sequencia seguinte a maior ja usada pelo emprestimo;
           *> zero quando as 99 estao gastas
           MOVE 1 TO WS-PROXIMA-SEQ
           MOVE WS-NUMERO-EMPRESTIMO TO COL-EMPRESTIMO
           MOVE 0 TO COL-SEQ
           START FICHEIRO-COLATERAIS KEY IS NOT LESS THAN COL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START

           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-EMPRESTIMO NOT = WS-NUMERO-EMPRESTIMO
                           MOVE "10" TO WS-FS-COLATERAIS
                       ELSE
                           IF COL-SEQ = 99
                               MOVE 0 TO WS-PROXIMA-SEQ
                           ELSE
                               COMPUTE WS-PROXIMA-SEQ = COL-SEQ + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.

       1200-PEDIR-AVALIACAO.
           *> devolve WS-DATA-NOVA a zero quando a avaliacao nao e
           *> aceite
           DISPLAY "VALOR DA AVALIACAO (EX: 150000,00 -> "
               "00015000000): " WITH NO ADVANCING
           ACCEPT WS-VALOR-NOVO
           DISPLAY "DATA DA AVALIACAO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WS-DATA-NOVA
           IF WS-VALOR-NOVO = 0
               DISPLAY "ERRO: VALOR TEM DE SER SUPERIOR A ZERO!"
               MOVE 0 TO WS-DATA-NOVA
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-NOVA) NOT = 0
               OR WS-DATA-NOVA > WS-DATA-HOJE
               DISPLAY "ERRO: DATA DE AVALIACAO INVALIDA!"
               MOVE 0 TO WS-DATA-NOVA
           END-IF.

       2000-REAVALIAR-IMOVEL.
           DISPLAY " ".
           DISPLAY "--- REAVALIAR IMOVEL ---".
           PERFORM 5000-LER-GARANTIA
           IF WS-FS-COLATERAIS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT COL-IMOVEL OR NOT COL-ATIVA
               DISPLAY "ERRO: SO SE REAVALIAM HIPOTECAS ATIVAS!"
               EXIT PARAGRAPH
           END-IF
           MOVE COL-VALOR TO WS-VALOR-FORMATADO
           DISPLAY "AVALIACAO ATUAL: " WS-VALOR-FORMATADO " EM "
               COL-DATA-AVALIACAO

           PERFORM 1200-PEDIR-AVALIACAO
           IF WS-DATA-NOVA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-NOVO TO COL-VALOR
           MOVE WS-DATA-NOVA TO COL-DATA-AVALIACAO
           REWRITE REG-COLATERAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A GARANTIA!"
               NOT INVALID KEY
                   DISPLAY "AVALIACAO ATUALIZADA."
                   MOVE "REAVALIAR-IMOVEL" TO WS-AUD-ACAO
                   MOVE EMP-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       3000-LISTAR-GARANTIAS.
           DISPLAY " ".
           DISPLAY "NUMERO DO EMPRESTIMO: " WITH NO ADVANCING
           ACCEPT WS-NUMERO-EMPRESTIMO
           DISPLAY "SEQ T DEPOSITO  FIADOR    DESCRICAO"
               "                       VALOR  AVALIACAO E"
           MOVE 0 TO WS-TOTAL-LISTADAS
           MOVE WS-NUMERO-EMPRESTIMO TO COL-EMPRESTIMO
           MOVE 0 TO COL-SEQ
           START FICHEIRO-COLATERAIS KEY IS NOT LESS THAN COL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START

           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-EMPRESTIMO NOT = WS-NUMERO-EMPRESTIMO
                           MOVE "10" TO WS-FS-COLATERAIS
                       ELSE
                           ADD 1 TO WS-TOTAL-LISTADAS
                           MOVE COL-VALOR TO WS-VALOR-FORMATADO
                           DISPLAY COL-SEQ "  " COL-TIPO " "
                               COL-DEPOSITO " " COL-CIF-FIADOR " "
                               COL-DESCRICAO " " WS-VALOR-FORMATADO
                               " " COL-DATA-AVALIACAO " " COL-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS
           DISPLAY "TOTAL DE GARANTIAS: " WS-TOTAL-LISTADAS.

       4000-LIBERTAR-GARANTIA.
           *> libertar uma garantia tira protecao ao credito: ato de
           *> supervisor
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE LIBERTAR "
                   "GARANTIAS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- LIBERTAR GARANTIA ---".
           PERFORM 5000-LER-GARANTIA
           IF WS-FS-COLATERAIS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT COL-ATIVA
               DISPLAY "ERRO: A GARANTIA NAO ESTA ATIVA!"
               EXIT PARAGRAPH
           END-IF
           IF EMP-ATIVO
               DISPLAY "AVISO: O EMPRESTIMO AINDA ESTA ATIVO."
           END-IF
           DISPLAY "CONFIRMA A LIBERTACAO? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "OPERACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO COL-ESTADO
           MOVE WS-DATA-HOJE TO COL-DATA-ESTADO
           REWRITE REG-COLATERAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A GARANTIA!"
               NOT INVALID KEY
                   DISPLAY "GARANTIA LIBERTADA."
                   MOVE "LIBERTAR-GARANTIA" TO WS-AUD-ACAO
                   MOVE EMP-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       5000-LER-GARANTIA.
           DISPLAY "NUMERO DO EMPRESTIMO: " WITH NO ADVANCING
           ACCEPT COL-EMPRESTIMO
           DISPLAY "SEQUENCIA DA GARANTIA: " WITH NO ADVANCING
           ACCEPT COL-SEQ
           READ FICHEIRO-COLATERAIS
               INVALID KEY
                   DISPLAY "ERRO: GARANTIA NAO ENCONTRADA!"
           END-READ
           IF WS-FS-COLATERAIS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           *> o emprestimo da a conta para a auditoria
           MOVE COL-EMPRESTIMO TO EMP-NUMERO
           READ FICHEIRO-EMPRESTIMOS
               INVALID KEY
                   MOVE SPACE TO EMP-ESTADO
                   MOVE 0 TO EMP-CONTA
           END-READ
           MOVE "00" TO WS-FS-EMPRESTIMOS.

           COPY GARDEP.

           COPY SIGNON.

           COPY DATANEG.
