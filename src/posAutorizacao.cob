               RECORD KEY IS HP-REFERENCIA
               FILE STATUS IS WS-FS-CATIVOS.

           SELECT FICHEIRO-REGRAS-FRAUDE ASSIGN TO
               "data/regras_fraude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFR-CODIGO
               FILE STATUS IS WS-FS-REGRAS.

           SELECT FICHEIRO-PERFIS-CARTAO ASSIGN TO
               "data/perfis_cartao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFC-CARTAO
               FILE STATUS IS WS-FS-PERFIS.

           SELECT FICHEIRO-ALERTAS-FRAUDE ASSIGN TO
               "data/alertas_fraude.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFR-ID
               FILE STATUS IS WS-FS-ALERTAS.

           SELECT FICHEIRO-NOTIFICACOES
               ASSIGN TO "data/notificacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-ID
               FILE STATUS IS WS-FS-NOTIFICACOES.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FICHEIRO-CATIVOS-POS.
           COPY CATIVOPOS.

       FD  FICHEIRO-REGRAS-FRAUDE.
           COPY REGRAFRAUDE.

       FD  FICHEIRO-PERFIS-CARTAO.
           COPY PERFILCARTAO.

       FD  FICHEIRO-ALERTAS-FRAUDE.
           COPY ALERTAFRAUDE.

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       77  WS-PROXIMA-REF          PIC 9(09) VALUE 1.
       77  WS-TOTAL-APROVADAS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-RECUSADAS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-SINALIZADAS    PIC 9(05) VALUE 0.
       77  WS-TOTAL-RECUSA-FRAUDE  PIC 9(05) VALUE 0.

       *> regras de fraude (ver REGRAFRAUDE), carregadas no arranque;
       *> as contagens de janela incluem a compra em avaliacao
       77  WS-FS-REGRAS            PIC XX.
       77  WS-FS-PERFIS            PIC XX.
       77  WS-FS-ALERTAS           PIC XX.
       77  WS-NUM-REGRAS           PIC 9(02) VALUE 0.
       77  WS-MAX-REGRAS           PIC 9(02) VALUE 20.
       77  WS-RF-IDX               PIC 9(02).
       77  WS-DIAS-HOJE            PIC 9(07).
       77  WS-DATA-JANELA-MIN      PIC 9(08).
       77  WS-REF-JANELA           PIC 9(09).
       77  WS-ULTIMO-USO           PIC 9(08).
       77  WS-DIAS-SEM-USO         PIC 9(07).
       77  WS-VALOR-MEDIO          PIC 9(07)V99.
       77  WS-PROXIMO-ID-ALERTA    PIC 9(09) VALUE 1.
       77  WS-ORDEM-DISPARO        PIC 9(01).
       77  WS-RESULTADO-FRAUDE     PIC X(01).
           88 FRAUDE-SEM-DISPARO     VALUE "A".
           88 FRAUDE-SINALIZA        VALUE "S".
           88 FRAUDE-RECUSA          VALUE "R".
           88 FRAUDE-BLOQUEIA        VALUE "B".
       77  WS-PERFIL-EXISTE        PIC X(01).
           88 HA-PERFIL-CARTAO       VALUE 'S'.
       77  WS-HA-REGRAS-JANELA     PIC X(01) VALUE 'N'.
           88 REGRAS-COM-JANELA      VALUE 'S'.
       01  WS-TABELA-REGRAS.
           05 WS-RF-ENTRADA OCCURS 20 TIMES.
              10 WS-RF-CODIGO        PIC X(02).
              10 WS-RF-TIPO          PIC X(01).
              10 WS-RF-JANELA        PIC 9(03).
              10 WS-RF-LIMITE-QTD    PIC 9(03).
              10 WS-RF-LIMITE-VALOR  PIC 9(07)V99.
              10 WS-RF-MULTIPLO      PIC 9(03)V99.
              10 WS-RF-ACAO          PIC X(01).
              10 WS-RF-DATA-INICIO   PIC 9(08).
              10 WS-RF-QTD           PIC 9(05).
              10 WS-RF-SOMA          PIC 9(09)V99.
              10 WS-RF-DISPAROU      PIC X(01).

       *> fila de notificacoes: opcional, como nos lotes
       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-PROXIMO-ID-NOTIF     PIC 9(09) VALUE 1.
       77  WS-NOTIF-ABERTO         PIC X VALUE 'N'.
           88 NOTIFICACOES-DISPONIVEL VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   WS-FS-CATIVOS
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-PERFIS-CARTAO.
           IF WS-FS-PERFIS = "35"
               OPEN OUTPUT FICHEIRO-PERFIS-CARTAO
               CLOSE FICHEIRO-PERFIS-CARTAO
               OPEN I-O FICHEIRO-PERFIS-CARTAO
           END-IF.
           IF WS-FS-PERFIS NOT = "00"
               CLOSE FICHEIRO-CARTOES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-CATIVOS-POS
               DISPLAY "ERRO AO ABRIR PERFIS DE CARTAO: "
                   WS-FS-PERFIS
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-ALERTAS-FRAUDE.
           IF WS-FS-ALERTAS = "35"
               OPEN OUTPUT FICHEIRO-ALERTAS-FRAUDE
               CLOSE FICHEIRO-ALERTAS-FRAUDE
               OPEN I-O FICHEIRO-ALERTAS-FRAUDE
           END-IF.
           IF WS-FS-ALERTAS NOT = "00"
               CLOSE FICHEIRO-CARTOES
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-CATIVOS-POS
               CLOSE FICHEIRO-PERFIS-CARTAO
               DISPLAY "ERRO AO ABRIR ALERTAS DE FRAUDE: "
                   WS-FS-ALERTAS
               STOP RUN
           END-IF.
           PERFORM 1300-INICIALIZAR-ID-ALERTA.

           OPEN I-O FICHEIRO-NOTIFICACOES.
           IF WS-FS-NOTIFICACOES = "35"
               OPEN OUTPUT FICHEIRO-NOTIFICACOES
               CLOSE FICHEIRO-NOTIFICACOES
               OPEN I-O FICHEIRO-NOTIFICACOES
           END-IF.
           IF WS-FS-NOTIFICACOES = "00"
               MOVE 'S' TO WS-NOTIF-ABERTO
               PERFORM 1400-INICIALIZAR-ID-NOTIF
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE(1:6) TO WS-VALIDADE-HOJE.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           *> as regras definem a janela mais antiga a ler nos
           *> cativos; so depois se procura a referencia onde comeca
           PERFORM 1200-CARREGAR-REGRAS-FRAUDE.
           PERFORM 1100-INICIALIZAR-REFERENCIA.

           DISPLAY " ".
           DISPLAY "-------------------------------------".
           CLOSE FICHEIRO-CARTOES.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-CATIVOS-POS.
           CLOSE FICHEIRO-PERFIS-CARTAO.
           CLOSE FICHEIRO-ALERTAS-FRAUDE.
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.

           DISPLAY " ".
           DISPLAY "COMPRAS APROVADAS : " WS-TOTAL-APROVADAS.
           DISPLAY "  SINALIZADAS     : " WS-TOTAL-SINALIZADAS.
           DISPLAY "COMPRAS RECUSADAS : " WS-TOTAL-RECUSADAS.
           DISPLAY "  POR FRAUDE      : " WS-TOTAL-RECUSA-FRAUDE.
           DISPLAY " ".
           STOP RUN.

           *> execucoes: a proxima referencia parte da maior
           *> existente
           MOVE 1 TO WS-PROXIMA-REF
           MOVE 0 TO WS-REF-JANELA
           MOVE LOW-VALUES TO HP-REFERENCIA
           START FICHEIRO-CATIVOS-POS
                   KEY IS GREATER THAN HP-REFERENCIA
                       MOVE "10" TO WS-FS-CATIVOS
                   NOT AT END
                       COMPUTE WS-PROXIMA-REF = HP-REFERENCIA + 1
                       *> as referencias crescem com a data: a
                       *> primeira dentro da janela marca o inicio
                       *> da leitura das regras de janela
                       IF WS-REF-JANELA = 0
                               AND HP-DATA >= WS-DATA-JANELA-MIN
                           MOVE HP-REFERENCIA TO WS-REF-JANELA
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REF-JANELA = 0
               MOVE WS-PROXIMA-REF TO WS-REF-JANELA
           END-IF
           MOVE "00" TO WS-FS-CATIVOS.

       1200-CARREGAR-REGRAS-FRAUDE.
           *> sem tabela de regras as compras sao autorizadas so
           *> pelo cartao, pela conta e pelo saldo
           MOVE 0 TO WS-NUM-REGRAS
           MOVE WS-DATA-HOJE TO WS-DATA-JANELA-MIN
           OPEN INPUT FICHEIRO-REGRAS-FRAUDE
           IF WS-FS-REGRAS NOT = "00"
               DISPLAY "AVISO: SEM TABELA DE REGRAS DE FRAUDE "
                   "(VER TABELA-FRAUDE)."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FS-REGRAS = "10"
               READ FICHEIRO-REGRAS-FRAUDE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-REGRAS
                   NOT AT END
                       IF REGRA-FRAUDE-ATIVA
                           IF WS-NUM-REGRAS < WS-MAX-REGRAS
                               PERFORM 1210-GUARDAR-REGRA
                           ELSE
                               DISPLAY "AVISO: REGRA DE FRAUDE "
                                   RFR-CODIGO " IGNORADA - TABELA "
                                   "CHEIA."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-REGRAS-FRAUDE.

       1210-GUARDAR-REGRA.
           ADD 1 TO WS-NUM-REGRAS
           MOVE WS-NUM-REGRAS TO WS-RF-IDX
           MOVE RFR-CODIGO TO WS-RF-CODIGO(WS-RF-IDX)
           MOVE RFR-TIPO TO WS-RF-TIPO(WS-RF-IDX)
           MOVE RFR-JANELA-DIAS TO WS-RF-JANELA(WS-RF-IDX)
           MOVE RFR-LIMITE-QTD TO WS-RF-LIMITE-QTD(WS-RF-IDX)
           MOVE RFR-LIMITE-VALOR TO WS-RF-LIMITE-VALOR(WS-RF-IDX)
           MOVE RFR-MULTIPLO TO WS-RF-MULTIPLO(WS-RF-IDX)
           MOVE RFR-ACAO TO WS-RF-ACAO(WS-RF-IDX)
           MOVE WS-DATA-HOJE TO WS-RF-DATA-INICIO(WS-RF-IDX)
           IF REGRA-NUM-COMPRAS OR REGRA-VALOR-JANELA
               MOVE 'S' TO WS-HA-REGRAS-JANELA
               IF RFR-JANELA-DIAS > 1
                   COMPUTE WS-RF-DATA-INICIO(WS-RF-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-DIAS-HOJE
                           - RFR-JANELA-DIAS + 1)
               END-IF
               IF WS-RF-DATA-INICIO(WS-RF-IDX) < WS-DATA-JANELA-MIN
                   MOVE WS-RF-DATA-INICIO(WS-RF-IDX)
                       TO WS-DATA-JANELA-MIN
               END-IF
           END-IF.

       1300-INICIALIZAR-ID-ALERTA.
           MOVE 1 TO WS-PROXIMO-ID-ALERTA
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
                       COMPUTE WS-PROXIMO-ID-ALERTA = AFR-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-ALERTAS.

       1400-INICIALIZAR-ID-NOTIF.
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

       2000-AUTORIZAR-COMPRA.
           ADD 1 TO WS-TOTAL-RECUSADAS
           DISPLAY " ".
               WHEN CARTAO-CAPTURADO
                   DISPLAY "RECUSADA: CARTAO CAPTURADO!"
                   EXIT PARAGRAPH
               WHEN CARTAO-SUBSTITUIDO
                   DISPLAY "RECUSADA: CARTAO SUBSTITUIDO!"
                   EXIT PARAGRAPH
               *> o cartao novo ativa-se no primeiro uso com PIN no
               *> BANKFLOW; ate la o terminal recusa-o
               WHEN CARTAO-POR-ATIVAR
                   DISPLAY "RECUSADA: CARTAO AINDA NAO ATIVADO!"
                   EXIT PARAGRAPH
               WHEN CT-VALIDADE < WS-VALIDADE-HOJE
                   DISPLAY "RECUSADA: CARTAO EXPIRADO!"
                   EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF.

           PERFORM 3000-AVALIAR-FRAUDE.
           IF FRAUDE-BLOQUEIA
               MOVE "B" TO CT-ESTADO
               REWRITE REG-CARTAO
                   INVALID KEY
                       DISPLAY "ERRO AO BLOQUEAR O CARTAO!"
               END-REWRITE
               ADD 1 TO WS-TOTAL-RECUSA-FRAUDE
               MOVE 0 TO HP-REFERENCIA
               PERFORM 3500-GRAVAR-ALERTAS
               MOVE "12" TO NT-EVENTO
               PERFORM 3600-NOTIFICAR-CLIENTE
               DISPLAY "RECUSADA: CARTAO BLOQUEADO POR SUSPEITA DE "
                   "FRAUDE!"
               EXIT PARAGRAPH
           END-IF.
           IF FRAUDE-RECUSA
               ADD 1 TO WS-TOTAL-RECUSA-FRAUDE
               MOVE 0 TO HP-REFERENCIA
               PERFORM 3500-GRAVAR-ALERTAS
               DISPLAY "RECUSADA: SUSPEITA DE FRAUDE!"
               EXIT PARAGRAPH
           END-IF.

           *> aprova: cativa o valor e grava a autorizacao
           MOVE WS-PROXIMA-REF TO HP-REFERENCIA.
           ADD 1 TO WS-PROXIMA-REF.
           ADD 1 TO WS-TOTAL-APROVADAS.
           DISPLAY "APROVADA - REFERENCIA " HP-REFERENCIA ".".

           PERFORM 3400-ATUALIZAR-PERFIL.
           IF FRAUDE-SINALIZA
               ADD 1 TO WS-TOTAL-SINALIZADAS
               PERFORM 3500-GRAVAR-ALERTAS
               MOVE "11" TO NT-EVENTO
               PERFORM 3600-NOTIFICAR-CLIENTE
               DISPLAY "  COMPRA SINALIZADA PARA REVISAO DE FRAUDE."
           END-IF.

       3000-AVALIAR-FRAUDE.
           MOVE "A" TO WS-RESULTADO-FRAUDE

           *> perfil do cartao: sem compras aprovadas ainda, o
           *> ultimo uso e a emissao (um cartao convertido sem data
           *> de emissao fica fora da regra de inatividade)
           MOVE CT-NUMERO TO PFC-CARTAO
           READ FICHEIRO-PERFIS-CARTAO
               INVALID KEY
                   MOVE 'N' TO WS-PERFIL-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PERFIL-EXISTE
           END-READ
           IF HA-PERFIL-CARTAO
               MOVE PFC-DATA-ULTIMA-COMPRA TO WS-ULTIMO-USO
           ELSE
               MOVE 0 TO PFC-NUM-COMPRAS
               MOVE 0 TO PFC-VALOR-COMPRAS
               MOVE CT-DATA-EMISSAO TO WS-ULTIMO-USO
           END-IF
           MOVE 0 TO WS-DIAS-SEM-USO
           IF WS-ULTIMO-USO > 0 AND WS-ULTIMO-USO < WS-DATA-HOJE
               COMPUTE WS-DIAS-SEM-USO = WS-DIAS-HOJE
                   - FUNCTION INTEGER-OF-DATE(WS-ULTIMO-USO)
           END-IF
           MOVE 0 TO WS-VALOR-MEDIO
           IF PFC-NUM-COMPRAS > 0
               COMPUTE WS-VALOR-MEDIO ROUNDED =
                   PFC-VALOR-COMPRAS / PFC-NUM-COMPRAS
           END-IF

           IF WS-NUM-REGRAS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-NUM-REGRAS
               MOVE 'N' TO WS-RF-DISPAROU(WS-RF-IDX)
               MOVE 1 TO WS-RF-QTD(WS-RF-IDX)
               MOVE WS-VALOR-COMPRA TO WS-RF-SOMA(WS-RF-IDX)
           END-PERFORM
           IF REGRAS-COM-JANELA
               PERFORM 3100-CONTAR-JANELA
           END-IF

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-NUM-REGRAS
               PERFORM 3200-APLICAR-REGRA
           END-PERFORM.

       3100-CONTAR-JANELA.
           *> compras do cartao nos cativos desde o inicio da janela
           *> mais longa, seja qual for o estado do cativo
           MOVE WS-REF-JANELA TO HP-REFERENCIA
           START FICHEIRO-CATIVOS-POS
                   KEY IS NOT LESS THAN HP-REFERENCIA
               INVALID KEY
                   MOVE "10" TO WS-FS-CATIVOS
           END-START

           PERFORM UNTIL WS-FS-CATIVOS = "10"
               READ FICHEIRO-CATIVOS-POS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CATIVOS
                   NOT AT END
                       IF HP-CARTAO = CT-NUMERO
                           PERFORM 3110-SOMAR-CATIVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CATIVOS.

       3110-SOMAR-CATIVO.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-NUM-REGRAS
               IF (WS-RF-TIPO(WS-RF-IDX) = "Q"
                       OR WS-RF-TIPO(WS-RF-IDX) = "V")
                       AND HP-DATA >= WS-RF-DATA-INICIO(WS-RF-IDX)
                   ADD 1 TO WS-RF-QTD(WS-RF-IDX)
                   ADD HP-VALOR TO WS-RF-SOMA(WS-RF-IDX)
               END-IF
           END-PERFORM.

       3200-APLICAR-REGRA.
           EVALUATE WS-RF-TIPO(WS-RF-IDX)
               WHEN "Q"
                   IF WS-RF-QTD(WS-RF-IDX) >
                           WS-RF-LIMITE-QTD(WS-RF-IDX)
                       MOVE 'S' TO WS-RF-DISPAROU(WS-RF-IDX)
                   END-IF
               WHEN "V"
                   IF WS-RF-SOMA(WS-RF-IDX) >
                           WS-RF-LIMITE-VALOR(WS-RF-IDX)
                       MOVE 'S' TO WS-RF-DISPAROU(WS-RF-IDX)
                   END-IF
               WHEN "I"
                   IF WS-DIAS-SEM-USO >= WS-RF-JANELA(WS-RF-IDX)
                           AND WS-DIAS-SEM-USO > 0
                           AND WS-VALOR-COMPRA >=
                               WS-RF-LIMITE-VALOR(WS-RF-IDX)
                       MOVE 'S' TO WS-RF-DISPAROU(WS-RF-IDX)
                   END-IF
               WHEN "M"
                   IF PFC-NUM-COMPRAS >=
                           WS-RF-LIMITE-QTD(WS-RF-IDX)
                           AND PFC-NUM-COMPRAS > 0
                           AND WS-VALOR-COMPRA >=
                               WS-RF-LIMITE-VALOR(WS-RF-IDX)
                           AND WS-VALOR-COMPRA > WS-VALOR-MEDIO
                               * WS-RF-MULTIPLO(WS-RF-IDX)
                       MOVE 'S' TO WS-RF-DISPAROU(WS-RF-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-RF-DISPAROU(WS-RF-IDX) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  REGRA DE FRAUDE " WS-RF-CODIGO(WS-RF-IDX)
               " DISPARADA (ACAO " WS-RF-ACAO(WS-RF-IDX) ")."

           *> prevalece a acao mais grave: bloquear, recusar,
           *> sinalizar
           EVALUATE TRUE
               WHEN WS-RF-ACAO(WS-RF-IDX) = "B"
                   MOVE "B" TO WS-RESULTADO-FRAUDE
               WHEN WS-RF-ACAO(WS-RF-IDX) = "R"
                       AND NOT FRAUDE-BLOQUEIA
                   MOVE "R" TO WS-RESULTADO-FRAUDE
               WHEN WS-RF-ACAO(WS-RF-IDX) = "S"
                       AND FRAUDE-SEM-DISPARO
                   MOVE "S" TO WS-RESULTADO-FRAUDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3400-ATUALIZAR-PERFIL.
           MOVE CT-NUMERO TO PFC-CARTAO
           ADD 1 TO PFC-NUM-COMPRAS
           ADD WS-VALOR-COMPRA TO PFC-VALOR-COMPRAS
           MOVE WS-DATA-HOJE TO PFC-DATA-ULTIMA-COMPRA
           IF HA-PERFIL-CARTAO
               REWRITE REG-PERFIL-CARTAO
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR PERFIL DO CARTAO!"
               END-REWRITE
           ELSE
               WRITE REG-PERFIL-CARTAO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PERFIL DO CARTAO!"
               END-WRITE
           END-IF.

       3500-GRAVAR-ALERTAS.
           *> um alerta por regra disparada; so os sinalizados de
           *> uma compra aprovada vao para a fila de revisao
           MOVE 0 TO WS-ORDEM-DISPARO
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                   UNTIL WS-RF-IDX > WS-NUM-REGRAS
               IF WS-RF-DISPAROU(WS-RF-IDX) = 'S'
                   PERFORM 3510-GRAVAR-UM-ALERTA
               END-IF
           END-PERFORM.

       3510-GRAVAR-UM-ALERTA.
           IF WS-ORDEM-DISPARO < 9
               ADD 1 TO WS-ORDEM-DISPARO
           END-IF
           MOVE WS-PROXIMO-ID-ALERTA TO AFR-ID
           ADD 1 TO WS-PROXIMO-ID-ALERTA
           MOVE WS-DATA-HOJE TO AFR-DATA
           MOVE CT-NUMERO TO AFR-CARTAO
           MOVE CT-CONTA TO AFR-CONTA
           MOVE WS-VALOR-COMPRA TO AFR-VALOR
           MOVE WS-RF-CODIGO(WS-RF-IDX) TO AFR-REGRA
           MOVE WS-RF-ACAO(WS-RF-IDX) TO AFR-ACAO
           MOVE WS-ORDEM-DISPARO TO AFR-ORDEM
           MOVE HP-REFERENCIA TO AFR-REFERENCIA
           MOVE "N" TO AFR-ESTADO
           IF FRAUDE-SINALIZA
               MOVE "A" TO AFR-RESULTADO
               MOVE "P" TO AFR-ESTADO
           ELSE
               MOVE "R" TO AFR-RESULTADO
           END-IF
           MOVE 0 TO AFR-OPERADOR
           MOVE 0 TO AFR-DATA-DECISAO
           WRITE REG-ALERTA-FRAUDE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ALERTA DE FRAUDE!"
           END-WRITE.

       3600-NOTIFICAR-CLIENTE.
           *> recebe o evento em NT-EVENTO; o contacto e o da conta
           *> do cartao, ja lida em REG-CLIENTE
           IF NOT NOTIFICACOES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROXIMO-ID-NOTIF TO NT-ID
           ADD 1 TO WS-PROXIMO-ID-NOTIF
           MOVE CT-CONTA TO NT-CONTA
           MOVE WS-VALOR-COMPRA TO NT-PARAMETRO
           MOVE EMAIL-FILE TO NT-CONTACTO
           MOVE WS-DATA-HOJE TO NT-DATA
           MOVE "P" TO NT-ESTADO
           MOVE 0 TO NT-DATA-ENVIO
           WRITE REG-NOTIFICACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTIFICACAO!"
           END-WRITE.

           COPY DATANEG.
