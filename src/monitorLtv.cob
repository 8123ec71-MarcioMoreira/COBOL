       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONITOR-LTV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-COLATERAIS ASSIGN TO "data/colaterais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               ALTERNATE RECORD KEY IS COL-DEPOSITO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COLATERAIS.

           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "data/depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

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
       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-COLATERAIS        PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-DEPOSITOS-ABERTO     PIC X VALUE 'N'.
           88 DEPOSITOS-DISPONIVEL VALUE 'S'.

       *> Politica de credito: LTV maximo (saldo devedor sobre o
       *> valor das garantias reais) e idade maxima da avaliacao de
       *> um imovel antes de ter de ser reavaliado. As fiancas nao
       *> entram no LTV - sao garantia pessoal, nao real.
       77  WS-LTV-MAXIMO           PIC 9(03)V99 VALUE 80.00.
       77  WS-DIAS-AVALIACAO-MAX   PIC 9(05) VALUE 1095.

       77  WS-VALOR-GARANTIAS      PIC 9(11)V99.
       77  WS-LTV                  PIC 9(05)V99.
       77  WS-NUM-GARANTIAS        PIC 9(03).
       77  WS-NUM-REAIS            PIC 9(03).
       77  WS-DIAS-AVALIACAO       PIC S9(07).
       77  WS-ESTADO-EMPRESTIMO    PIC X(01).

       77  WS-TOTAL-EMPRESTIMOS    PIC 9(05) VALUE 0.
       77  WS-TOTAL-COM-GARANTIA   PIC 9(05) VALUE 0.
       77  WS-TOTAL-ACIMA-LTV      PIC 9(05) VALUE 0.
       77  WS-TOTAL-SEM-VALOR      PIC 9(05) VALUE 0.
       77  WS-TOTAL-DESATUALIZADAS PIC 9(05) VALUE 0.
       77  WS-TOTAL-PENDURADAS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-SALDO-COBERTO  PIC 9(11)V99 VALUE 0.
       77  WS-TOTAL-VALOR-REAL     PIC 9(11)V99 VALUE 0.

       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-SALDO-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-LTV-FORMATADO        PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT FICHEIRO-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE EMPRESTIMOS: "
                   WS-FS-EMPRESTIMOS
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS NOT = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
               DISPLAY "SEM REGISTO DE GARANTIAS (COLATERAIS.DAT). "
                   "STATUS: " WS-FS-COLATERAIS
               STOP RUN
           END-IF.

           *> sem depositos os penhores contam pelo valor registado
           *> na constituicao em vez do capital atual
           OPEN INPUT FICHEIRO-DEPOSITOS.
           IF WS-FS-DEPOSITOS = "00"
               MOVE 'S' TO WS-DEPOSITOS-ABERTO
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "MONITOR-LTV" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           MOVE WS-LTV-MAXIMO TO WS-LTV-FORMATADO.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "* MONITORIZACAO DE GARANTIAS (LTV)              *".
           DISPLAY "* DATA: " WS-DATA-HOJE
               "   LTV MAXIMO: " WS-LTV-FORMATADO "%".
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".

           MOVE LOW-VALUES TO EMP-NUMERO.
           START FICHEIRO-EMPRESTIMOS KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-EMPRESTIMOS
           END-START.

           PERFORM UNTIL WS-FS-EMPRESTIMOS = "10"
               READ FICHEIRO-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-EMPRESTIMOS
                   NOT AT END
                       IF EMP-ATIVO
                           PERFORM 2000-AVALIAR-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-EMPRESTIMOS.

           PERFORM 3000-GARANTIAS-PENDURADAS.

           CLOSE FICHEIRO-EMPRESTIMOS.
           CLOSE FICHEIRO-COLATERAIS.
           IF DEPOSITOS-DISPONIVEL
               CLOSE FICHEIRO-DEPOSITOS
           END-IF.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "EMPRESTIMOS ATIVOS ANALISADOS : "
               WS-TOTAL-EMPRESTIMOS.
           DISPLAY "COM GARANTIA REAL             : "
               WS-TOTAL-COM-GARANTIA.
           DISPLAY "ACIMA DO LTV MAXIMO           : "
               WS-TOTAL-ACIMA-LTV.
           DISPLAY "GARANTIAS SEM VALOR           : "
               WS-TOTAL-SEM-VALOR.
           DISPLAY "AVALIACOES DESATUALIZADAS     : "
               WS-TOTAL-DESATUALIZADAS.
           DISPLAY "GARANTIAS DE EMPREST. FECHADOS: "
               WS-TOTAL-PENDURADAS.
           MOVE WS-TOTAL-SALDO-COBERTO TO WS-VALOR-FORMATADO.
           DISPLAY "SALDO DEVEDOR COM GARANTIA    : "
               WS-VALOR-FORMATADO.
           MOVE WS-TOTAL-VALOR-REAL TO WS-VALOR-FORMATADO.
           DISPLAY "VALOR DAS GARANTIAS REAIS     : "
               WS-VALOR-FORMATADO.
           IF WS-TOTAL-VALOR-REAL > 0
               COMPUTE WS-LTV ROUNDED = WS-TOTAL-SALDO-COBERTO * 100
                   / WS-TOTAL-VALOR-REAL
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV
               END-COMPUTE
               MOVE WS-LTV TO WS-LTV-FORMATADO
               DISPLAY "LTV MEDIO DA CARTEIRA         : "
                   WS-LTV-FORMATADO "%"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       2000-AVALIAR-EMPRESTIMO.
           ADD 1 TO WS-TOTAL-EMPRESTIMOS
           MOVE 0 TO WS-VALOR-GARANTIAS
           MOVE 0 TO WS-NUM-GARANTIAS
           MOVE 0 TO WS-NUM-REAIS

           MOVE EMP-NUMERO TO COL-EMPRESTIMO
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
                       IF COL-EMPRESTIMO NOT = EMP-NUMERO
                           MOVE "10" TO WS-FS-COLATERAIS
                       ELSE
                           IF COL-ATIVA
                               ADD 1 TO WS-NUM-GARANTIAS
                               PERFORM 2100-VALORIZAR-GARANTIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS

           *> so garantias pessoais (ou nenhuma): nao ha LTV a medir
           IF WS-NUM-REAIS = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-COM-GARANTIA
           ADD EMP-SALDO-DEVEDOR TO WS-TOTAL-SALDO-COBERTO
           ADD WS-VALOR-GARANTIAS TO WS-TOTAL-VALOR-REAL
           MOVE EMP-SALDO-DEVEDOR TO WS-SALDO-FORMATADO

           IF WS-VALOR-GARANTIAS = 0
               ADD 1 TO WS-TOTAL-SEM-VALOR
               DISPLAY "EMPRESTIMO " EMP-NUMERO " CONTA " EMP-CONTA
                   " SALDO " WS-SALDO-FORMATADO
               DISPLAY "    GARANTIAS REAIS SEM VALOR (DEPOSITO "
                   "LIQUIDADO OU IMOVEL POR AVALIAR)."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-LTV ROUNDED = EMP-SALDO-DEVEDOR * 100
               / WS-VALOR-GARANTIAS
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-LTV
           END-COMPUTE

           IF WS-LTV > WS-LTV-MAXIMO
               ADD 1 TO WS-TOTAL-ACIMA-LTV
               MOVE WS-LTV TO WS-LTV-FORMATADO
               MOVE WS-VALOR-GARANTIAS TO WS-VALOR-FORMATADO
               DISPLAY "EMPRESTIMO " EMP-NUMERO " CONTA " EMP-CONTA
                   " SALDO " WS-SALDO-FORMATADO
               DISPLAY "    GARANTIAS " WS-VALOR-FORMATADO
                   "  LTV " WS-LTV-FORMATADO "% ACIMA DO MAXIMO."
           END-IF.

       2100-VALORIZAR-GARANTIA.
           EVALUATE TRUE
               WHEN COL-IMOVEL
                   ADD 1 TO WS-NUM-REAIS
                   ADD COL-VALOR TO WS-VALOR-GARANTIAS
                   PERFORM 2200-VERIFICAR-AVALIACAO
               WHEN COL-DEPOSITO-PENHOR
                   ADD 1 TO WS-NUM-REAIS
                   PERFORM 2300-VALOR-DEPOSITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-VERIFICAR-AVALIACAO.
           IF COL-DATA-AVALIACAO = 0
               MOVE 99999 TO WS-DIAS-AVALIACAO
           ELSE
               COMPUTE WS-DIAS-AVALIACAO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(COL-DATA-AVALIACAO)
           END-IF

           IF WS-DIAS-AVALIACAO > WS-DIAS-AVALIACAO-MAX
               ADD 1 TO WS-TOTAL-DESATUALIZADAS
               DISPLAY "EMPRESTIMO " EMP-NUMERO " GARANTIA "
                   COL-SEQ " IMOVEL " COL-DESCRICAO
               DISPLAY "    AVALIACAO DE " COL-DATA-AVALIACAO
                   " DESATUALIZADA - PEDIR REAVALIACAO."
           END-IF.

       2300-VALOR-DEPOSITO.
           *> o penhor vale o capital que o deposito tem hoje; um
           *> deposito ja liquidado nao cobre nada
           IF NOT DEPOSITOS-DISPONIVEL
               ADD COL-VALOR TO WS-VALOR-GARANTIAS
               EXIT PARAGRAPH
           END-IF

           MOVE COL-DEPOSITO TO DP-NUMERO
           READ FICHEIRO-DEPOSITOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF DEP-ATIVO
               ADD DP-CAPITAL TO WS-VALOR-GARANTIAS
           END-IF.

       3000-GARANTIAS-PENDURADAS.
           *> garantias ainda ativas sobre emprestimos que ja nao o
           *> estao: deviam ter sido libertadas ou executadas
           MOVE LOW-VALUES TO COL-CHAVE
           START FICHEIRO-COLATERAIS KEY IS GREATER THAN COL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START

           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-ATIVA
                           PERFORM 3100-VERIFICAR-EMPRESTIMO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.

       3100-VERIFICAR-EMPRESTIMO.
           MOVE COL-EMPRESTIMO TO EMP-NUMERO
           READ FICHEIRO-EMPRESTIMOS
               INVALID KEY
                   MOVE "?" TO WS-ESTADO-EMPRESTIMO
               NOT INVALID KEY
                   MOVE EMP-ESTADO TO WS-ESTADO-EMPRESTIMO
           END-READ

           IF WS-ESTADO-EMPRESTIMO NOT = "A"
               ADD 1 TO WS-TOTAL-PENDURADAS
               DISPLAY "GARANTIA " COL-EMPRESTIMO "/" COL-SEQ
                   " TIPO " COL-TIPO " ATIVA COM EMPRESTIMO EM '"
                   WS-ESTADO-EMPRESTIMO "'."
           END-IF.

           COPY RUNCTL.

           COPY DATANEG.
