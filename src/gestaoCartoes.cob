               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

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

           SELECT FICHEIRO-LOG ASSIGN TO "data/transactions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT FICHEIRO-TARIFARIO ASSIGN TO "data/tarifario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WS-FS-TARIFARIO.

           SELECT FICHEIRO-ISENCOES ASSIGN TO
               "data/isencoes_comissao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-CHAVE
               FILE STATUS IS WS-FS-ISENCOES.

           SELECT FICHEIRO-COMISSOES-PEND ASSIGN TO
               "data/comissoes_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-ID
               ALTERNATE RECORD KEY IS CP-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COMISSOES-PEND.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CARTOES.
       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-PRODUCAO-CARTOES.
           COPY PRODCARTAO.

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-TARIFARIO.
           COPY TARIFA.

       FD  FICHEIRO-ISENCOES.
           COPY ISENCAO.

       FD  FICHEIRO-COMISSOES-PEND.
           COPY COMPEND.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY SIGNONWS.
           COPY DATANEGWS.
           COPY SUBCARTAOWS.
           COPY TARIFARIOWS.

       77  WS-FS-CARTOES             PIC XX.
       77  WS-FS-CLIENTES            PIC XX.
       77  WS-FS-LOG                 PIC XX.
       77  WS-FS-MOVIMENTOS          PIC XX.
       77  WS-PROXIMO-ID-LOG         PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV         PIC 9(09) VALUE 1.
       77  WS-OPCAO                  PIC X VALUE 'L'.
       77  WS-CONTA-PEDIDA           PIC 9(09).
       77  WS-TOTAL-LISTADOS         PIC 9(05).
       77  WS-FS-PRODUCAO            PIC XX.
       77  WS-PRODUCAO-ABERTO        PIC X VALUE 'N'.
           88 PRODUCAO-DISPONIVEL      VALUE 'S'.
       77  WS-PIN-NOVO               PIC X.
       77  WS-FS-NOTIFICACOES        PIC XX.
       77  WS-PROXIMO-ID-NOTIF       PIC 9(09) VALUE 1.
       77  WS-NOTIF-ABERTO           PIC X VALUE 'N'.
           88 NOTIFICACOES-DISPONIVEL  VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF.

           *> I-O: a substituicao cobra a comissao do tarifario
           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-CARTOES
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS = "35"
               OPEN OUTPUT FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-MOVIMENTOS
               OPEN I-O FICHEIRO-MOVIMENTOS
           END-IF.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-CARTOES
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-CARTOES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOG: " WS-FS-LOG
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> producao e notificacoes so servem a substituicao de
           *> cartoes: sem ficheiro de producao a opcao R fica
           *> indisponivel, sem fila o cliente nao e avisado
           OPEN EXTEND FICHEIRO-PRODUCAO-CARTOES.
           IF WS-FS-PRODUCAO = "35"
               OPEN OUTPUT FICHEIRO-PRODUCAO-CARTOES
           END-IF.
           IF WS-FS-PRODUCAO = "00"
               MOVE 'S' TO WS-PRODUCAO-ABERTO
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
           PERFORM 8925-ABRIR-TARIFARIO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- GESTAO DE CARTOES DE DEBITO ---"
               DISPLAY "B - BLOQUEAR CARTAO"
               DISPLAY "D - DESBLOQUEAR CARTAO"
               DISPLAY "C - CAPTURAR CARTAO"
               DISPLAY "R - SUBSTITUIR CARTAO (PERDA/ROUBO/DANO)"
               DISPLAY "L - LISTAR CARTOES DE UMA CONTA"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
                       PERFORM 3000-DESBLOQUEAR-CARTAO
                   WHEN "C"
                       PERFORM 4000-CAPTURAR-CARTAO
                   WHEN "R"
                       PERFORM 6000-SUBSTITUIR-CARTAO
                   WHEN "L"
                       PERFORM 5000-LISTAR-CARTOES
                   WHEN "S"

           CLOSE FICHEIRO-CARTOES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-LOG.
           PERFORM 8928-FECHAR-TARIFARIO.
           IF PRODUCAO-DISPONIVEL
               CLOSE FICHEIRO-PRODUCAO-CARTOES
           END-IF.
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.
           ACCEPT CT-VALIDADE

           DISPLAY "PIN DO CARTAO (6 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           MOVE WS-PH-SALT TO CT-PIN-SALT
           MOVE WS-PH-HASH TO CT-PIN-HASH

           MOVE "A" TO CT-ESTADO
           MOVE 0 TO CT-TENTATIVAS-PIN
           MOVE 0 TO CT-CARTAO-ANTERIOR
           MOVE 0 TO CT-CARTAO-SUBSTITUTO
           MOVE "N" TO CT-MOTIVO-EMISSAO
           MOVE WS-DATA-NEGOCIO TO CT-DATA-EMISSAO

           WRITE REG-CARTAO
               INVALID KEY
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-WRITE.

       1100-INICIALIZAR-ID-MOVIMENTO.
           *> data/movements.dat e indexado e persiste entre execucoes,
           *> ao contrario do contador do log; por isso o proximo ID
           *> tem de ser calculado a partir do maior MOV-ID existente.
           MOVE 1 TO WS-PROXIMO-ID-MOV
           MOVE LOW-VALUES TO MOV-ID
           START FICHEIRO-MOVIMENTOS KEY IS GREATER THAN MOV-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-MOVIMENTOS
           END-START

           PERFORM UNTIL WS-FS-MOVIMENTOS = "10"
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       COMPUTE WS-PROXIMO-ID-MOV = MOV-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

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

       2000-BLOQUEAR-CARTAO.
           DISPLAY " ".
           DISPLAY "--- BLOQUEAR CARTAO ---".
           PERFORM 8000-LOCALIZAR-CARTAO
           IF WS-FS-CARTOES = "00"
               IF CARTAO-CAPTURADO OR CARTAO-SUBSTITUIDO
                   DISPLAY "ERRO: CARTAO JA CAPTURADO OU SUBSTITUIDO!"
               ELSE
                   MOVE "B" TO CT-ESTADO
                   REWRITE REG-CARTAO
           DISPLAY "--- DESBLOQUEAR CARTAO ---".
           PERFORM 8000-LOCALIZAR-CARTAO
           IF WS-FS-CARTOES = "00"
               IF CARTAO-CAPTURADO OR CARTAO-SUBSTITUIDO
                   DISPLAY "ERRO: CARTAO CAPTURADO OU SUBSTITUIDO "
                       "NAO PODE SER DESBLOQUEADO."
               ELSE
                   MOVE "A" TO CT-ESTADO
                   MOVE 0 TO CT-TENTATIVAS-PIN
                           DISPLAY "CARTAO " CT-NUMERO
                               " VALIDADE " CT-VALIDADE
                               " ESTADO " CT-ESTADO
                           IF CT-CARTAO-SUBSTITUTO NOT = 0
                               DISPLAY "   SUBSTITUIDO PELO CARTAO "
                                   CT-CARTAO-SUBSTITUTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           *> reabre a posicao de leitura para as proximas operacoes
           MOVE "00" TO WS-FS-CARTOES.

       6000-SUBSTITUIR-CARTAO.
           DISPLAY " ".
           DISPLAY "--- SUBSTITUIR CARTAO ---".
           IF NOT PRODUCAO-DISPONIVEL
               DISPLAY "ERRO: FICHEIRO DE PRODUCAO DE CARTOES "
                   "INDISPONIVEL."
               EXIT PARAGRAPH
           END-IF
           PERFORM 8000-LOCALIZAR-CARTAO
           IF WS-FS-CARTOES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF CARTAO-CAPTURADO OR CARTAO-SUBSTITUIDO
               DISPLAY "ERRO: CARTAO CAPTURADO OU JA SUBSTITUIDO!"
               EXIT PARAGRAPH
           END-IF
           IF CT-CARTAO-SUBSTITUTO NOT = 0
               DISPLAY "ERRO: JA FOI EMITIDO O CARTAO "
                   CT-CARTAO-SUBSTITUTO " PARA SUBSTITUIR ESTE."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "MOTIVO (P-PERDA, F-FURTO/ROUBO, D-DANO): "
               WITH NO ADVANCING
           ACCEPT WS-SC-MOTIVO
           MOVE FUNCTION UPPER-CASE(WS-SC-MOTIVO) TO WS-SC-MOTIVO
           IF WS-SC-MOTIVO NOT = "P" AND NOT = "F" AND NOT = "D"
               DISPLAY "ERRO: MOTIVO INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           *> o cliente pode escolher PIN novo; por omissao o
           *> cartao novo fica com o PIN do que substitui
           MOVE CT-PIN-SALT TO WS-SC-PIN-SALT
           MOVE CT-PIN-HASH TO WS-SC-PIN-HASH
           DISPLAY "DEFINIR PIN NOVO (S/N)? " WITH NO ADVANCING
           ACCEPT WS-PIN-NOVO
           MOVE FUNCTION UPPER-CASE(WS-PIN-NOVO) TO WS-PIN-NOVO
           IF WS-PIN-NOVO = "S"
               DISPLAY "PIN DO CARTAO NOVO (6 DIGITOS): "
                   WITH NO ADVANCING
               ACCEPT WS-PH-PIN
               PERFORM 8975-GERAR-HASH-PIN
               MOVE WS-PH-SALT TO WS-SC-PIN-SALT
               MOVE WS-PH-HASH TO WS-SC-PIN-HASH
           END-IF

           MOVE WS-DATA-NEGOCIO TO WS-SC-DATA
           PERFORM 8930-EMITIR-SUBSTITUTO
           IF SUBSTITUTO-EMITIDO
               DISPLAY "EMITIDO O CARTAO " WS-SC-NOVO
                   " VALIDADE " WS-SC-VALIDADE "."
               IF SC-PERDA-OU-FURTO
                   DISPLAY "O CARTAO " WS-SC-ANTIGO
                       " FICOU BLOQUEADO."
               ELSE
                   DISPLAY "O CARTAO " WS-SC-ANTIGO
                       " FUNCIONA ATE O NOVO SER ATIVADO."
               END-IF
               MOVE "SUBSTITUIR-CARTAO" TO WS-AUD-ACAO
               MOVE WS-SC-CONTA TO WS-AUD-CONTA
               PERFORM 9600-GRAVAR-AUDITORIA
               PERFORM 6100-COBRAR-SUBSTITUICAO
           END-IF.

       6100-COBRAR-SUBSTITUICAO.
           MOVE WS-SC-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "AVISO: CONTA " WS-SC-CONTA
                       " NAO ENCONTRADA - COMISSAO NAO COBRADA."
               NOT INVALID KEY
                   MOVE "CT" TO WS-CM-EVENTO
                   PERFORM 8900-COBRAR-COMISSAO
           END-READ.

       8000-LOCALIZAR-CARTAO.
           DISPLAY "NUMERO DO CARTAO: " WITH NO ADVANCING
           ACCEPT CT-NUMERO
                   DISPLAY "ERRO: CARTAO NAO ENCONTRADO!"
           END-READ.

           COPY SUBCARTAO.

           COPY TARIFARIO.

           COPY SIGNON.

           COPY DATANEG.
