               RECORD KEY IS CX-CHAVE
               FILE STATUS IS WS-FS-CASSETES.

           SELECT FICHEIRO-CODIGOS-LEV
               ASSIGN TO "data/codigos_levantamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WS-FS-CODIGOS-LEV.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

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

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CASSETES.
           COPY CASSETE.

       FD  FICHEIRO-CODIGOS-LEV.
           COPY CODLEV.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY PINHASHWS.

       77  WS-FS-CASSETES PIC XX.
       77  WS-SALDO-ATUAL PIC 9(7)V9(2).
       77  WS-SALDO-ATUAL-FORMATADO PIC ZZZZZZ9.99CR.
       77  WS-TAXA-FIXA-1      PIC 9(7)V9(2) VALUE 1.00.
       77  WS-TAXA-FIXA-2      PIC 9(7)V9(2) VALUE 2.50.
       77  WS-TAXA-PERCENTUAL-3 PIC 9V9(4)   VALUE 0.01.
      *> limite diario de levantamento (o mesmo do BANKFLOW), somado
      *> em LEVANTADO-HOJE-FILE com os levantamentos com cartao
       77  WS-LIMITE-LEVANT-DIA PIC 9(7)V9(2) VALUE 2000.00.

      *> Cassetes do ATM carregadas para memoria no arranque (por
      *> ordem ascendente de denominacao); o mix de notas e escolhido
       77  WS-MIX-OK            PIC X VALUE 'N'.
           88 MIX-COMPOSTO      VALUE 'S'.

      *> Levantamento sem cartao: quem levanta introduz o codigo e
      *> o segredo criados pelo cliente em BANKFLOW; o valor do
      *> codigo ja esta cativo na conta do cliente, que e debitada
      *> ('L', como qualquer levantamento no ATM, para entrar na
      *> RECONCILIACAO-ATM) sem comissao nem mostrar o saldo.
       77  WS-MODO-ACESSO       PIC X VALUE 'C'.
           88 ACESSO-POR-CODIGO VALUE 'K'.
       77  WS-FS-CODIGOS-LEV    PIC XX.
       77  WS-FS-CLIENTES       PIC XX.
       77  WS-FS-LOG            PIC XX.
       77  WS-FS-MOVIMENTOS     PIC XX.
       77  WS-FS-NOTIFICACOES   PIC XX.
       77  WS-NOTIF-ABERTO      PIC X VALUE 'N'.
           88 NOTIFICACOES-DISPONIVEL VALUE 'S'.
       77  WS-PROXIMO-ID-LOG    PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-MOV    PIC 9(09) VALUE 1.
       77  WS-PROXIMO-ID-NOTIF  PIC 9(09) VALUE 1.
       77  WS-CL-SEGREDO        PIC 9(06).
       77  WS-CL-MAX-TENTATIVAS PIC 9(01) VALUE 3.
       01  WS-CL-AGORA.
           05 WS-CL-AGORA-DATA     PIC 9(08).
           05 WS-CL-AGORA-HORA     PIC 9(02).
           05 WS-CL-AGORA-MINUTO   PIC 9(02).

       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08). *> YYYYMMDD
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'L-Levantamento'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
               STOP RUN
           END-IF.

           DISPLAY "C - CARTAO / K - CODIGO DE LEVANTAMENTO: "
               WITH NO ADVANCING.
           ACCEPT WS-MODO-ACESSO.
           MOVE FUNCTION UPPER-CASE(WS-MODO-ACESSO) TO WS-MODO-ACESSO.

           IF ACESSO-POR-CODIGO
               PERFORM 4000-LEVANTAR-COM-CODIGO
           ELSE
               PERFORM 1500-LEVANTAR-COM-CARTAO
           END-IF.
           CLOSE FICHEIRO-CASSETES.
           DISPLAY " ".
           DISPLAY "---------------------------------------".
           DISPLAY "|           FIM DE OPERACAO           |".
           DISPLAY "---------------------------------------".
           DISPLAY " ".

           STOP RUN.

       1500-LEVANTAR-COM-CARTAO.
           MOVE 1250.50 TO WS-SALDO-ATUAL.
           MOVE WS-SALDO-ATUAL TO WS-SALDO-ATUAL-FORMATADO.

                       "COM AS NOTAS DISPONIVEIS."
               END-IF
           END-IF.

       1000-CARREGAR-CASSETES.
           MOVE 0 TO WS-CX-TOTAL
           MOVE WS-SALDO-ATUAL TO WS-SALDO-ATUAL-FORMATADO

           DISPLAY "SAQUE REALIZADO COM SUCESSO!"
           PERFORM 3050-ENTREGAR-NOTAS

           DISPLAY "SALDO ATUAL APOS O SAQUE : "
           WS-SALDO-ATUAL-FORMATADO

           DISPLAY "COMISSAO APLICADA - " WS-TAXA-VALOR.

       3050-ENTREGAR-NOTAS.
           DISPLAY "NOTAS DISPENSADAS:"
           PERFORM VARYING WS-CX-IDX FROM WS-CX-TOTAL BY -1
                   UNTIL WS-CX-IDX < 1
                       " X " WS-CX-DENOM(WS-CX-IDX)
                   PERFORM 3100-ABATER-NA-CASSETE
               END-IF
           END-PERFORM.

       3100-ABATER-NA-CASSETE.
           MOVE WS-ATM TO CX-ATM
                               CX-DENOMINACAO "!"
                   END-REWRITE
           END-READ.

       4000-LEVANTAR-COM-CODIGO.
           PERFORM 9800-LER-DATA-NEGOCIO
           PERFORM 4100-ABRIR-FICHEIROS-CODIGO

           DISPLAY "CODIGO DE LEVANTAMENTO: " WITH NO ADVANCING
           ACCEPT CL-CODIGO
           PERFORM 4200-VALIDAR-CODIGO
           IF MIX-COMPOSTO
               PERFORM 4300-PAGAR-CODIGO
           END-IF

           CLOSE FICHEIRO-CODIGOS-LEV
           CLOSE FICHEIRO-CLIENTES
           CLOSE FICHEIRO-LOG
           CLOSE FICHEIRO-MOVIMENTOS
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.

       4100-ABRIR-FICHEIROS-CODIGO.
           OPEN I-O FICHEIRO-CODIGOS-LEV
           IF WS-FS-CODIGOS-LEV NOT = "00"
               DISPLAY "LEVANTAMENTO SEM CARTAO INDISPONIVEL: "
                   WS-FS-CODIGOS-LEV
               CLOSE FICHEIRO-CASSETES
               STOP RUN
           END-IF

           OPEN I-O FICHEIRO-CLIENTES
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               CLOSE FICHEIRO-CASSETES
               CLOSE FICHEIRO-CODIGOS-LEV
               STOP RUN
           END-IF

           OPEN EXTEND FICHEIRO-LOG
           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOG: " WS-FS-LOG
               CLOSE FICHEIRO-CASSETES
               CLOSE FICHEIRO-CODIGOS-LEV
               CLOSE FICHEIRO-CLIENTES
               STOP RUN
           END-IF

           OPEN I-O FICHEIRO-MOVIMENTOS
           IF WS-FS-MOVIMENTOS = "35"
               OPEN OUTPUT FICHEIRO-MOVIMENTOS
               CLOSE FICHEIRO-MOVIMENTOS
               OPEN I-O FICHEIRO-MOVIMENTOS
           END-IF
           IF WS-FS-MOVIMENTOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               CLOSE FICHEIRO-CASSETES
               CLOSE FICHEIRO-CODIGOS-LEV
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               STOP RUN
           END-IF
           PERFORM 4110-INICIALIZAR-ID-MOVIMENTO

           *> sem fila de notificacoes o codigo paga na mesma, so
           *> nao avisa o cliente que o criou
           OPEN I-O FICHEIRO-NOTIFICACOES
           IF WS-FS-NOTIFICACOES = "35"
               OPEN OUTPUT FICHEIRO-NOTIFICACOES
               CLOSE FICHEIRO-NOTIFICACOES
               OPEN I-O FICHEIRO-NOTIFICACOES
           END-IF
           IF WS-FS-NOTIFICACOES = "00"
               MOVE 'S' TO WS-NOTIF-ABERTO
               PERFORM 4120-INICIALIZAR-ID-NOTIF
           END-IF.

       4110-INICIALIZAR-ID-MOVIMENTO.
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

       4120-INICIALIZAR-ID-NOTIF.
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

       4200-VALIDAR-CODIGO.
           *> so com o mix composto o codigo e pago (MIX-COMPOSTO
           *> fica 'N' em qualquer recusa)
           MOVE 'N' TO WS-MIX-OK
           READ FICHEIRO-CODIGOS-LEV
               INVALID KEY
                   DISPLAY "CODIGO INVALIDO."
                   EXIT PARAGRAPH
           END-READ
           IF NOT CODIGO-LEV-ATIVO
               DISPLAY "CODIGO JA UTILIZADO, EXPIRADO OU BLOQUEADO."
               EXIT PARAGRAPH
           END-IF
           *> o cativo de um codigo fora de validade so e libertado
           *> pelo lote EXPIRAR-CODIGOS, mas o ATM ja nao o paga
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-CL-AGORA
           IF WS-CL-AGORA >= CL-EXPIRACAO
               DISPLAY "CODIGO EXPIRADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CODIGO SECRETO: " WITH NO ADVANCING
           ACCEPT WS-CL-SEGREDO
           MOVE WS-CL-SEGREDO TO WS-PH-PIN
           MOVE CL-SALT TO WS-PH-SALT
           MOVE CL-HASH TO WS-PH-HASH-GUARDADO
           PERFORM 8980-CONFERIR-PIN
           IF NOT PIN-CONFERE
               ADD 1 TO CL-TENTATIVAS
               IF CL-TENTATIVAS >= WS-CL-MAX-TENTATIVAS
                   MOVE "B" TO CL-ESTADO
                   DISPLAY "CODIGO SECRETO ERRADO - CODIGO "
                       "BLOQUEADO."
               ELSE
                   DISPLAY "CODIGO SECRETO ERRADO."
               END-IF
               REWRITE REG-CODIGO-LEVANTAMENTO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR O CODIGO!"
               END-REWRITE
               EXIT PARAGRAPH
           END-IF

           MOVE CL-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "CODIGO INDISPONIVEL - CONTACTE QUEM O "
                       "CRIOU."
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-PERMITE-DEBITO
               DISPLAY "CODIGO INDISPONIVEL - CONTACTE QUEM O CRIOU."
               EXIT PARAGRAPH
           END-IF
           *> o limite diario conta no dia do resgate: recusado aqui,
           *> nada e debitado nem sai da cassete e o codigo continua
           *> valido para outro dia
           IF DATA-LEVANTAMENTO-FILE NOT = WS-DATA-NEGOCIO
               MOVE 0 TO LEVANTADO-HOJE-FILE
               MOVE WS-DATA-NEGOCIO TO DATA-LEVANTAMENTO-FILE
           END-IF
           IF LEVANTADO-HOJE-FILE + CL-VALOR > WS-LIMITE-LEVANT-DIA
               DISPLAY "CODIGO EXCEDE O LIMITE DIARIO DE LEVANTAMENTO "
                   "DA CONTA - TENTE NOUTRO DIA."
               EXIT PARAGRAPH
           END-IF

           *> o valor foi validado em notas inteiras na criacao, mas
           *> este ATM pode nao ter as notas precisas: o codigo
           *> continua valido noutro ATM
           MOVE CL-VALOR TO WS-VALOR-DO-SAQUE
           PERFORM 2000-COMPOR-MIX-DE-NOTAS
           IF NOT MIX-COMPOSTO
               DISPLAY "O ATM NAO CONSEGUE COMPOR ESTE VALOR "
                   "COM AS NOTAS DISPONIVEIS - TENTE OUTRO ATM."
           END-IF.

       4300-PAGAR-CODIGO.
           *> o codigo fica pago antes de a conta ser debitada: um
           *> codigo nunca pode ser pago duas vezes
           MOVE "R" TO CL-ESTADO
           MOVE WS-DATA-NEGOCIO TO CL-DATA-RESGATE
           MOVE WS-ATM TO CL-ATM
           REWRITE REG-CODIGO-LEVANTAMENTO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CODIGO - NADA FOI "
                       "PAGO."
                   EXIT PARAGRAPH
           END-REWRITE

           *> o cativo do codigo passa a debito: sai do cativo e do
           *> saldo ao mesmo tempo
           SUBTRACT CL-VALOR FROM SALDO-FILE
           IF SALDO-CATIVO-FILE > CL-VALOR
               SUBTRACT CL-VALOR FROM SALDO-CATIVO-FILE
           ELSE
               MOVE 0 TO SALDO-CATIVO-FILE
           END-IF
           ADD CL-VALOR TO LEVANTADO-HOJE-FILE

           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A CONTA - NADA FOI "
                       "PAGO."
                   MOVE "A" TO CL-ESTADO
                   MOVE 0 TO CL-DATA-RESGATE
                   MOVE 0 TO CL-ATM
                   REWRITE REG-CODIGO-LEVANTAMENTO
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR O CODIGO!"
                   END-REWRITE
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE CL-CONTA TO WS-LOG-CONTA
           MOVE CL-VALOR TO WS-LOG-VALOR
           MOVE "L" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           PERFORM 9200-GRAVAR-MOVIMENTO

           MOVE CL-VALOR TO WS-VALOR-DO-SAQUE-FORMATADO
           DISPLAY "LEVANTAMENTO POR CODIGO: "
               WS-VALOR-DO-SAQUE-FORMATADO
           PERFORM 3050-ENTREGAR-NOTAS
           PERFORM 9400-GRAVAR-NOTIFICACAO.

       9100-GRAVAR-LOG.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-NEGOCIO TO WS-LOG-DATA

           WRITE REG-LOG-DADOS FROM WS-REGISTO-LOG.

           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE LOG!"
           END-IF.

       9200-GRAVAR-MOVIMENTO.
           MOVE WS-PROXIMO-ID-MOV TO MOV-ID
           ADD 1 TO WS-PROXIMO-ID-MOV
           MOVE WS-LOG-CONTA TO MOV-CONTA
           MOVE WS-LOG-TIPO-OP TO MOV-TIPO-OP
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-NEGOCIO TO MOV-DATA
           MOVE WS-DATA-NEGOCIO TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO!"
           END-WRITE.

       9400-GRAVAR-NOTIFICACAO.
           *> avisa o cliente que criou o codigo de que foi pago
           IF NOT NOTIFICACOES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROXIMO-ID-NOTIF TO NT-ID
           ADD 1 TO WS-PROXIMO-ID-NOTIF
           MOVE CL-CONTA TO NT-CONTA
           MOVE "14" TO NT-EVENTO
           MOVE CL-VALOR TO NT-PARAMETRO
           MOVE EMAIL-FILE TO NT-CONTACTO
           MOVE WS-DATA-NEGOCIO TO NT-DATA
           MOVE "P" TO NT-ESTADO
           MOVE 0 TO NT-DATA-ENVIO

           WRITE REG-NOTIFICACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTIFICACAO!"
           END-WRITE.

           COPY PINHASH.

           COPY DATANEG.
