       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRAR-CODIGOS.

      *> Expiracao dos codigos de levantamento sem cartao (ver
      *> CODLEV). Cada codigo por pagar (ativo ou bloqueado por
      *> segredos errados) cuja validade ja passou liberta o valor
      *> cativo na conta do cliente que o criou, fica expirado e o
      *> cliente e avisado pela fila de notificacoes. Corre logo a
      *> seguir a INTEGRIDADE-DADOS, para que os lotes que debitam
      *> contas ja vejam o saldo libertado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CODIGOS-LEV
               ASSIGN TO "data/codigos_levantamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WS-FS-CODIGOS-LEV.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

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
       FD  FICHEIRO-CODIGOS-LEV.
           COPY CODLEV.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-CODIGOS-LEV       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-DATA-HOJE            PIC 9(08).

       *> Fila de notificacoes a clientes (ver
       *> DESPACHO-NOTIFICACOES): a fila e opcional - sem ela o lote
       *> liberta os cativos na mesma, so nao avisa o cliente.
       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-PROXIMO-ID-NOTIF     PIC 9(09) VALUE 1.
       77  WS-NOTIF-ABERTO         PIC X VALUE 'N'.
           88 NOTIFICACOES-DISPONIVEL VALUE 'S'.

       *> a validade dos codigos conta-se pelo relogio de parede
       01  WS-CL-AGORA.
           05 WS-CL-AGORA-DATA     PIC 9(08).
           05 WS-CL-AGORA-HORA     PIC 9(02).
           05 WS-CL-AGORA-MINUTO   PIC 9(02).

       77  WS-TOTAL-LIDOS          PIC 9(05) VALUE 0.
       77  WS-TOTAL-POR-PAGAR      PIC 9(05) VALUE 0.
       77  WS-TOTAL-EXPIRADOS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-SEM-CONTA      PIC 9(05) VALUE 0.
       77  WS-TOTAL-NOTIFICADOS    PIC 9(05) VALUE 0.
       77  WS-TOTAL-LIBERTADO      PIC 9(09)V99 VALUE 0.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       77  WS-LINHA-DUPLA          PIC X(60) VALUE ALL "=".
       77  WS-LINHA-SIMPLES        PIC X(60) VALUE ALL "-".
       01  WS-LINHA-IMPRESSAO.
           05 WS-LI-CODIGO         PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-CONTA          PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-VALOR          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-EXPIRACAO      PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-ESTADO         PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-MARCA          PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> a seguir a INTEGRIDADE-DADOS: nada se movimenta sobre
           *> mestres com achados criticos
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE "INTEGRIDADE-DADOS" TO WS-RC-JOB-ANTERIOR
           PERFORM 9855-VERIFICAR-JOB-ANTERIOR.
           IF NOT JOB-ANTERIOR-CONCLUIDO
               DISPLAY "ERRO: INTEGRIDADE-DADOS AINDA NAO TERMINOU "
                   "LIMPO EM " WS-DATA-NEGOCIO " - LANCE-O PRIMEIRO."
               STOP RUN
           END-IF.

           *> sem ficheiro de codigos ainda nenhum foi criado: o
           *> ficheiro cria-se vazio e o job conclui sem nada a fazer
           OPEN I-O FICHEIRO-CODIGOS-LEV.
           IF WS-FS-CODIGOS-LEV = "35"
               OPEN OUTPUT FICHEIRO-CODIGOS-LEV
               CLOSE FICHEIRO-CODIGOS-LEV
               OPEN I-O FICHEIRO-CODIGOS-LEV
           END-IF.
           IF WS-FS-CODIGOS-LEV NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE CODIGOS DE "
                   "LEVANTAMENTO: " WS-FS-CODIGOS-LEV
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-CODIGOS-LEV
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
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

           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-CL-AGORA.

           MOVE "EXPIRAR-CODIGOS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           DISPLAY " ".
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "CODIGOS DE LEVANTAMENTO EXPIRADOS - DATA "
               WS-DATA-HOJE.
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "CODIGO    CONTA             VALOR VALIDADE     "
               "E".
           DISPLAY WS-LINHA-SIMPLES.

           MOVE LOW-VALUES TO CL-CODIGO.
           START FICHEIRO-CODIGOS-LEV KEY IS GREATER THAN CL-CODIGO
               INVALID KEY
                   MOVE "10" TO WS-FS-CODIGOS-LEV
           END-START.

           PERFORM UNTIL WS-FS-CODIGOS-LEV = "10"
               READ FICHEIRO-CODIGOS-LEV NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CODIGOS-LEV
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       IF CODIGO-LEV-ATIVO OR CODIGO-LEV-BLOQUEADO
                           IF CL-EXPIRACAO <= WS-CL-AGORA
                               PERFORM 2000-EXPIRAR-CODIGO
                           ELSE
                               ADD 1 TO WS-TOTAL-POR-PAGAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-CODIGOS-LEV.
           CLOSE FICHEIRO-CLIENTES.
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.

           DISPLAY WS-LINHA-SIMPLES.
           DISPLAY "E = ESTADO ANTERIOR (A ATIVO / B BLOQUEADO)".
           DISPLAY " ".
           DISPLAY "CODIGOS LIDOS                : " WS-TOTAL-LIDOS.
           DISPLAY "CODIGOS EXPIRADOS HOJE       : " WS-TOTAL-EXPIRADOS.
           MOVE WS-TOTAL-LIBERTADO TO WS-VALOR-FORMATADO.
           DISPLAY "CATIVO LIBERTADO             : " WS-VALOR-FORMATADO.
           DISPLAY "CODIGOS AINDA POR PAGAR      : " WS-TOTAL-POR-PAGAR.
           DISPLAY "CLIENTES NOTIFICADOS         : "
               WS-TOTAL-NOTIFICADOS.
           IF WS-TOTAL-SEM-CONTA > 0
               DISPLAY "*** " WS-TOTAL-SEM-CONTA " CODIGO(S) SEM "
                   "CONTA NO FICHEIRO DE CLIENTES (MARCA !!) - "
                   "EXPIRADOS SEM LIBERTAR CATIVO ***"
           END-IF.
           DISPLAY WS-LINHA-DUPLA.
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

       2000-EXPIRAR-CODIGO.
           MOVE CL-CODIGO TO WS-LI-CODIGO
           MOVE CL-CONTA TO WS-LI-CONTA
           MOVE CL-VALOR TO WS-LI-VALOR
           MOVE CL-EXPIRACAO TO WS-LI-EXPIRACAO
           MOVE CL-ESTADO TO WS-LI-ESTADO
           MOVE SPACES TO WS-LI-MARCA

           *> o cativo sai primeiro da conta; se a conta nao for
           *> atualizada o codigo fica por expirar e volta a ser
           *> tratado na reexecucao
           MOVE CL-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CONTA
                   MOVE "!!" TO WS-LI-MARCA
           END-READ

           IF WS-LI-MARCA = SPACES
               IF SALDO-CATIVO-FILE > CL-VALOR
                   SUBTRACT CL-VALOR FROM SALDO-CATIVO-FILE
               ELSE
                   MOVE 0 TO SALDO-CATIVO-FILE
               END-IF
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "ERRO AO LIBERTAR O CATIVO DA CONTA "
                           CL-CONTA
                       EXIT PARAGRAPH
               END-REWRITE
               ADD CL-VALOR TO WS-TOTAL-LIBERTADO
           END-IF

           MOVE "E" TO CL-ESTADO
           REWRITE REG-CODIGO-LEVANTAMENTO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CODIGO " CL-CODIGO
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-TOTAL-EXPIRADOS
           DISPLAY WS-LINHA-IMPRESSAO

           IF WS-LI-MARCA = SPACES
               PERFORM 2100-NOTIFICAR-EXPIRACAO
           END-IF.

       2100-NOTIFICAR-EXPIRACAO.
           IF NOT NOTIFICACOES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PROXIMO-ID-NOTIF TO NT-ID
           ADD 1 TO WS-PROXIMO-ID-NOTIF
           MOVE CL-CONTA TO NT-CONTA
           MOVE "15" TO NT-EVENTO
           MOVE CL-VALOR TO NT-PARAMETRO
           MOVE EMAIL-FILE TO NT-CONTACTO
           MOVE WS-DATA-HOJE TO NT-DATA
           MOVE "P" TO NT-ESTADO
           MOVE 0 TO NT-DATA-ENVIO

           WRITE REG-NOTIFICACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTIFICACAO!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-NOTIFICADOS
           END-WRITE.

           COPY RUNCTL.

           COPY DATANEG.
