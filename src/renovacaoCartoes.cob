       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOVACAO-CARTOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CARTOES ASSIGN TO "data/cartoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NUMERO
               FILE STATUS IS WS-FS-CARTOES.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-PRODUCAO-CARTOES
               ASSIGN TO "data/producao_cartoes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRODUCAO.

           SELECT FICHEIRO-NOTIFICACOES
               ASSIGN TO "data/notificacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-ID
               FILE STATUS IS WS-FS-NOTIFICACOES.

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
       FD  FICHEIRO-CARTOES.
           COPY CARTAO.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-PRODUCAO-CARTOES.
           COPY PRODCARTAO.

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY SUBCARTAOWS.

       77  WS-FS-CARTOES           PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-PRODUCAO          PIC XX.
       77  WS-DATA-HOJE            PIC 9(08).

       *> fila de notificacoes (aviso de cartao novo a caminho):
       *> opcional - sem ela o lote renova na mesma
       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-PROXIMO-ID-NOTIF     PIC 9(09) VALUE 1.
       77  WS-NOTIF-ABERTO         PIC X VALUE 'N'.
           88 NOTIFICACOES-DISPONIVEL VALUE 'S'.

       *> janela de renovacao: cartoes cujo ultimo mes de validade
       *> cai entre o mes corrente e os meses de antecedencia
       77  WS-MESES-ANTECEDENCIA   PIC 9(02) VALUE 2.
       01  WS-MES-CORRENTE.
           05 WS-MC-ANO            PIC 9(04).
           05 WS-MC-MES            PIC 9(02).
       01  WS-MES-LIMITE.
           05 WS-ML-ANO            PIC 9(04).
           05 WS-ML-MES            PIC 9(02).

       77  WS-TOTAL-LIDOS          PIC 9(07) VALUE 0.
       77  WS-TOTAL-A-RENOVAR      PIC 9(05) VALUE 0.
       77  WS-TOTAL-RENOVADOS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-CONTA-INATIVA  PIC 9(05) VALUE 0.
       77  WS-TOTAL-ERROS          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O FICHEIRO-CARTOES.
           IF WS-FS-CARTOES NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE CARTOES: "
                   WS-FS-CARTOES
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-CARTOES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           *> o ficheiro de producao acumula ate o fornecedor o
           *> recolher; sem ele nao ha cartoes para gravar
           OPEN EXTEND FICHEIRO-PRODUCAO-CARTOES.
           IF WS-FS-PRODUCAO = "35"
               OPEN OUTPUT FICHEIRO-PRODUCAO-CARTOES
           END-IF.
           IF WS-FS-PRODUCAO NOT = "00"
               CLOSE FICHEIRO-CARTOES
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PRODUCAO DE "
                   "CARTOES: " WS-FS-PRODUCAO
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-NOTIFICACOES.
           IF WS-FS-NOTIFICACOES = "35"
               OPEN OUTPUT FICHEIRO-NOTIFICACOES
               CLOSE FICHEIRO-NOTIFICACOES
               OPEN I-O FICHEIRO-NOTIFICACOES
           END-IF.
           IF WS-FS-NOTIFICACOES = "00"
               MOVE 'S' TO WS-NOTIF-ABERTO
               PERFORM 1500-INICIALIZAR-ID-NOTIF
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "RENOVACAO-CARTOES" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           MOVE WS-DATA-HOJE(1:4) TO WS-MC-ANO
           MOVE WS-DATA-HOJE(5:2) TO WS-MC-MES
           MOVE WS-MES-CORRENTE TO WS-MES-LIMITE
           ADD WS-MESES-ANTECEDENCIA TO WS-ML-MES
           IF WS-ML-MES > 12
               SUBTRACT 12 FROM WS-ML-MES
               ADD 1 TO WS-ML-ANO
           END-IF

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "* RENOVACAO DE CARTOES DE DEBITO                *".
           DISPLAY "* DATA: " WS-DATA-HOJE
               "   VALIDADE ATE: " WS-MES-LIMITE "          *".
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".

           MOVE LOW-VALUES TO CT-NUMERO.
           START FICHEIRO-CARTOES KEY IS GREATER THAN CT-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CARTOES
           END-START.

           PERFORM UNTIL WS-FS-CARTOES = "10"
               READ FICHEIRO-CARTOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CARTOES
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF CARTAO-ATIVO
                               AND CT-CARTAO-SUBSTITUTO = 0
                               AND CT-VALIDADE >= WS-MES-CORRENTE
                               AND CT-VALIDADE <= WS-MES-LIMITE
                           PERFORM 2000-RENOVAR-CARTAO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-CARTOES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-PRODUCAO-CARTOES.
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "CARTOES LIDOS                 : " WS-TOTAL-LIDOS.
           DISPLAY "CARTOES A RENOVAR             : "
               WS-TOTAL-A-RENOVAR.
           DISPLAY "CARTOES RENOVADOS             : "
               WS-TOTAL-RENOVADOS.
           DISPLAY "NAO RENOVADOS - CONTA INATIVA : "
               WS-TOTAL-CONTA-INATIVA.
           DISPLAY "NAO RENOVADOS - ERRO          : " WS-TOTAL-ERROS.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1500-INICIALIZAR-ID-NOTIF.
           MOVE 1 TO WS-PROXIMO-ID-NOTIF
           MOVE LOW-VALUES TO NT-ID
           START FICHEIRO-NOTIFICACOES KEY IS GREATER THAN NT-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-NOTIFICACOES
           END-START

           PERFORM UNTIL WS-FS-NOTIFICACOES = "10"
               READ FICHEIRO-NOTIFICACOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-NOTIFICACOES
                   NOT AT END
                       COMPUTE WS-PROXIMO-ID-NOTIF = NT-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-NOTIFICACOES.

       2000-RENOVAR-CARTAO.
           ADD 1 TO WS-TOTAL-A-RENOVAR
           MOVE CT-NUMERO TO WS-SC-ANTIGO

           *> so se renova o cartao de uma conta em situacao
           *> regular: bloqueada, congelada, dormente, encerrada ou
           *> de titular falecido fica sem cartao novo
           MOVE CT-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   MOVE "99" TO WS-FS-CLIENTES
           END-READ
           IF WS-FS-CLIENTES NOT = "00"
               ADD 1 TO WS-TOTAL-ERROS
               DISPLAY "CARTAO " CT-NUMERO ": CONTA " CT-CONTA
                   " NAO ENCONTRADA."
               EXIT PARAGRAPH
           END-IF
           IF NOT CONTA-ATIVA-FILE
               ADD 1 TO WS-TOTAL-CONTA-INATIVA
               DISPLAY "CARTAO " CT-NUMERO ": CONTA " CT-CONTA
                   " NO ESTADO " ESTADO-CONTA-FILE " - NAO RENOVADO."
               EXIT PARAGRAPH
           END-IF

           *> o cartao renovado mantem o PIN do cartao que substitui
           MOVE "R" TO WS-SC-MOTIVO
           MOVE WS-DATA-HOJE TO WS-SC-DATA
           MOVE CT-PIN-SALT TO WS-SC-PIN-SALT
           MOVE CT-PIN-HASH TO WS-SC-PIN-HASH
           PERFORM 8930-EMITIR-SUBSTITUTO

           IF SUBSTITUTO-EMITIDO
               ADD 1 TO WS-TOTAL-RENOVADOS
               DISPLAY "CARTAO " WS-SC-ANTIGO " VAL. " CT-VALIDADE
                   " -> " WS-SC-NOVO " VAL. " WS-SC-VALIDADE
           ELSE
               ADD 1 TO WS-TOTAL-ERROS
           END-IF

           *> a emissao reposiciona o ficheiro de cartoes: retoma a
           *> leitura a seguir ao cartao antigo (os cartoes novos
           *> ficam por ativar e nao voltam a entrar na renovacao)
           MOVE WS-SC-ANTIGO TO CT-NUMERO
           START FICHEIRO-CARTOES KEY IS GREATER THAN CT-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CARTOES
               NOT INVALID KEY
                   MOVE "00" TO WS-FS-CARTOES
           END-START.

           COPY SUBCARTAO.

           COPY RUNCTL.

           COPY DATANEG.
