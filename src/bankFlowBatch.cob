               RECORD KEY IS AUT-NUMERO
               FILE STATUS IS WS-FS-AUTORIZACOES.

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

           SELECT FICHEIRO-ENTIDADES ASSIGN TO "data/entidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CODIGO
               FILE STATUS IS WS-FS-ENTIDADES.

           SELECT FICHEIRO-PAGAMENTOS
               ASSIGN TO "data/pagamentos_servicos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WS-FS-PAGAMENTOS.

           SELECT FICHEIRO-BENEFICIARIOS ASSIGN TO
               "data/beneficiarios.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT FICHEIRO-PENHORAS ASSIGN TO "data/penhoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORAS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
       FD  FICHEIRO-BENEFICIARIOS.
           COPY BENEFICIARIO.

       FD  FICHEIRO-PENHORAS.
           COPY PENHORA.

       FD  FICHEIRO-ENTIDADES.
           COPY ENTIDADE.

       FD  FICHEIRO-PAGAMENTOS.
           COPY PAGSERV.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

           *> excede limite diario; 07 conta destino invalida; 08
           *> nao executada (erro de sistema ou perna de credito
           *> falhada); 09 conta restrita a beneficiarios
           *> registados (ver GESTAO-BENEFICIARIOS); 10 entidade
           *> inexistente, suspensa ou noutra moeda; 11 referencia
           *> de pagamento invalida; 12 pagamento de servicos nao
           *> permitido em lote (todos assinam ou acima do limite de
           *> dupla assinatura); 13 saldo retido por penhora ativa
           *> (ver GESTAO-PENHORAS)
           05 RJ-MOTIVO              PIC X(02).

       FD  FICHEIRO-CHECKPOINT.
       FD  FICHEIRO-TRANSACOES.
       01  REG-TRANSACAO-BATCH.
           *> 'C-Consulta', 'L-Levant.', 'D-Deposito', 'T-Transferir'
           *> 'P-Pagamento de servicos'
           05 BT-TIPO-OP             PIC X(01).
           05 BT-CONTA               PIC 9(09).
           05 BT-CONTA-DESTINO       PIC 9(09).
           05 BT-VALOR               PIC 9(07)V99.
           *> so nas linhas 'P' (BT-CONTA-DESTINO fica a zeros)
           05 BT-ENTIDADE            PIC 9(05).
           05 BT-REFERENCIA          PIC 9(09).
           05 FILLER                 PIC X(08).

       FD  FICHEIRO-TARIFARIO.
           COPY TARIFA.

       FD  FICHEIRO-ISENCOES.
           COPY ISENCAO.

       FD  FICHEIRO-COMISSOES-PEND.
           COPY COMPEND.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY VALREFWS.
           COPY TARIFARIOWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-LOG               PIC XX.
           05 WS-LOG-CONTA         PIC 9(09).
           *> 'T-Transferir(saida)', 'L-Levantamento'
           *> 'D-Deposito', 'S-Sair', 'C-Consulta', 'F-Fee'
           *> 'E-Entrada de transferencia', 'A-Pagamento de servicos'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.
           *> so nas linhas 'A': entidade e referencia pagas, para o
           *> extrato mostrar o comprovativo; em branco nas restantes
           05 WS-LOG-PAGAMENTO     VALUE SPACES.
              10 WS-LOG-ENTIDADE   PIC X(05).
              10 WS-LOG-REFERENCIA PIC X(09).

       01  WS-NR-CONTA             PIC 9(09).
       01  WS-DESTINO.
       *> existir em clients.dat (criada via SETUP-DATABASE).
       77  WS-FS-COMPENSACAO       PIC XX.
       77  WS-CONTA-SUSPENSA       PIC 9(09) VALUE 999999901.
       *> a transferencia interbancaria paga a comissao do
       *> tarifario (evento 'TI') depois do debito na origem
       77  WS-TRANSF-INTERBANCARIA PIC X VALUE 'N'.
           88 TRANSFERENCIA-INTERBANCARIA VALUE 'S'.

       *> Sem o ficheiro de compensacao aberto nao se aceita nenhuma
       *> transferencia interbancaria: a instrucao de pagamento
       77  WS-BENEF-REGISTADO      PIC X.
           88 BENEFICIARIO-REGISTADO VALUE 'S'.

       *> Penhoras ativas sobre a conta (ver BANKFLOW e
       *> GESTAO-PENHORAS): o saldo que EXECUTAR-PENHORAS vai
       *> apreender no fecho nao pode ser gasto pelo lote. Sem
       *> ficheiro de penhoras nao ha nada a reter.
       77  WS-FS-PENHORAS          PIC XX.
       77  WS-PENHORAS-ABERTO      PIC X VALUE 'N'.
           88 PENHORAS-DISPONIVEL    VALUE 'S'.
       77  WS-PENHORA-EM-FALTA     PIC 9(09)V99.
       77  WS-PENHORA-MINIMO       PIC 9(07)V99.
       77  WS-PENHORA-LIVRE        PIC S9(09)V99.
       77  WS-PENHORA-RETIDA       PIC 9(09)V99 VALUE 0.

       *> Dupla assinatura: transferencias acima deste valor nao
       *> executam logo - ficam parqueadas em data/autorizacoes.dat
       *> com o valor cativo na conta, a espera de um supervisor em
       77  WS-AUTORIZACOES-ABERTO  PIC X VALUE 'N'.
           88 AUTORIZACOES-DISPONIVEL VALUE 'S'.

       *> Pagamento de servicos (ver BANKFLOW): debito ao cliente,
       *> credito na conta transitoria de servicos e registo em
       *> data/pagamentos_servicos.dat para LIQUIDACAO-SERVICOS.
       77  WS-FS-ENTIDADES         PIC XX.
       77  WS-FS-PAGAMENTOS        PIC XX.
       77  WS-CONTA-SERVICOS       PIC 9(09) VALUE 999999905.
       77  WS-SERVICOS-ABERTO      PIC X VALUE 'N'.
           88 SERVICOS-DISPONIVEL    VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT FICHEIRO-TRANSACOES.
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.
           PERFORM 8925-ABRIR-TARIFARIO.

           *> A tabela de cambios e opcional: sem ela o lote continua
           *> a correr, mas rejeita transferencias entre moedas
               MOVE 'S' TO WS-BENEF-ABERTO
           END-IF.

           OPEN INPUT FICHEIRO-PENHORAS.
           IF WS-FS-PENHORAS = "00"
               MOVE 'S' TO WS-PENHORAS-ABERTO
           END-IF.

           OPEN EXTEND FICHEIRO-COMPENSACAO-SAIDA.
           IF WS-FS-COMPENSACAO = "35"
               OPEN OUTPUT FICHEIRO-COMPENSACAO-SAIDA
                   WS-FS-COMPENSACAO
           END-IF.

           OPEN INPUT FICHEIRO-ENTIDADES.
           IF WS-FS-ENTIDADES = "00"
               OPEN I-O FICHEIRO-PAGAMENTOS
               IF WS-FS-PAGAMENTOS = "35"
                   OPEN OUTPUT FICHEIRO-PAGAMENTOS
                   CLOSE FICHEIRO-PAGAMENTOS
                   OPEN I-O FICHEIRO-PAGAMENTOS
               END-IF
               IF WS-FS-PAGAMENTOS = "00"
                   MOVE 'S' TO WS-SERVICOS-ABERTO
               ELSE
                   CLOSE FICHEIRO-ENTIDADES
               END-IF
           END-IF.

           *> Fila de autorizacoes pendentes (dupla assinatura).
           OPEN I-O FICHEIRO-AUTORIZACOES.
           IF WS-FS-AUTORIZACOES = "35"
           IF BENEFICIARIOS-DISPONIVEL
               CLOSE FICHEIRO-BENEFICIARIOS
           END-IF.
           IF PENHORAS-DISPONIVEL
               CLOSE FICHEIRO-PENHORAS
           END-IF.
           IF COMPENSACAO-DISPONIVEL
               CLOSE FICHEIRO-COMPENSACAO-SAIDA
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.
           IF SERVICOS-DISPONIVEL
               CLOSE FICHEIRO-ENTIDADES
               CLOSE FICHEIRO-PAGAMENTOS
           END-IF.
           PERFORM 8928-FECHAR-TARIFARIO.

           DISPLAY " ".
           DISPLAY "TRANSACOES PROCESSADAS: " WS-TOTAL-PROCESSADAS.
                               PERFORM 4000-LEVANTAR-BATCH
                           WHEN "D"
                               PERFORM 5000-DEPOSITAR-BATCH
                           WHEN "P"
                               PERFORM 6000-PAGAR-SERVICO-BATCH
                           WHEN OTHER
                               DISPLAY "ERRO: OPERACAO '" BT-TIPO-OP
                                   "' INVALIDA NA CONTA " BT-CONTA
                   END-IF
           END-READ.

       1650-LER-PENHORAS.
           *> soma o que falta apreender nas ordens ativas da conta e
           *> guarda o maior minimo protegido entre elas
           MOVE 0 TO WS-PENHORA-EM-FALTA
           MOVE 0 TO WS-PENHORA-MINIMO
           IF NOT PENHORAS-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PN-CHAVE
           MOVE NR-CONTA-FILE TO PN-CONTA
           START FICHEIRO-PENHORAS KEY IS NOT LESS THAN PN-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PENHORAS
           END-START

           PERFORM UNTIL WS-FS-PENHORAS = "10"
               READ FICHEIRO-PENHORAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PENHORAS
                   NOT AT END
                       IF PN-CONTA NOT = NR-CONTA-FILE
                           MOVE "10" TO WS-FS-PENHORAS
                       ELSE
                           IF PENHORA-ATIVA
                               COMPUTE WS-PENHORA-EM-FALTA =
                                   WS-PENHORA-EM-FALTA + PN-VALOR-ORDEM
                                   - PN-VALOR-PENHORADO
                               IF PN-MINIMO-PROTEGIDO
                                       > WS-PENHORA-MINIMO
                                   MOVE PN-MINIMO-PROTEGIDO
                                       TO WS-PENHORA-MINIMO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PENHORAS.

       1660-CALCULAR-PENHORA-RETIDA.
           *> retem o que o lote apreenderia com o saldo de agora:
           *> saldo proprio livre acima do minimo protegido, ate ao
           *> valor em falta
           MOVE 0 TO WS-PENHORA-RETIDA
           IF WS-PENHORA-EM-FALTA = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PENHORA-LIVRE = SALDO-FILE - SALDO-CATIVO-FILE
               - WS-PENHORA-MINIMO
           IF WS-PENHORA-LIVRE > 0
               IF WS-PENHORA-LIVRE < WS-PENHORA-EM-FALTA
                   MOVE WS-PENHORA-LIVRE TO WS-PENHORA-RETIDA
               ELSE
                   MOVE WS-PENHORA-EM-FALTA TO WS-PENHORA-RETIDA
               END-IF
           END-IF.

       2000-CONSULTA-BATCH.
           MOVE SALDO-FILE TO WS-VALOR-FORMATADO
           DISPLAY "CONSULTA " NR-CONTA-FILE " - SALDO: "
               MOVE "07" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
           ELSE
               PERFORM 1650-LER-PENHORAS
               PERFORM 1660-CALCULAR-PENHORA-RETIDA
               IF WS-VALOR-OPERACAO > SALDO-FILE + SALDO-LIMITE-FILE
                       - SALDO-CATIVO-FILE
                   DISPLAY "ERRO: SALDO INSUFICIENTE NA CONTA "
                   MOVE "03" TO WS-MOTIVO-REJEICAO
                   PERFORM 9300-GRAVAR-REJEITADA
               ELSE
                   IF WS-VALOR-OPERACAO > SALDO-FILE
                           + SALDO-LIMITE-FILE - SALDO-CATIVO-FILE
                           - WS-PENHORA-RETIDA
                       DISPLAY "ERRO: SALDO RETIDO POR PENHORA NA "
                           "CONTA " NR-CONTA-FILE
                       MOVE "13" TO WS-MOTIVO-REJEICAO
                       PERFORM 9300-GRAVAR-REJEITADA
                   ELSE
                       *> contas com regra todos-assinam vao sempre
                       *> a fila de autorizacoes, seja qual for o
                       *> valor
                       IF ASSINAM-TODOS
                               OR WS-VALOR-OPERACAO
                                   > WS-LIMITE-DUPLO-CONTROLO
                           PERFORM 3400-PARQUEAR-TRANSFERENCIA
                       ELSE
                           PERFORM 3100-TRANSFERIR-MOVIMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE NR-CONTA-FILE TO WS-NR-CONTA
           MOVE MOEDA-FILE TO WS-MOEDA-ORIGEM
           MOVE 'N' TO WS-CREDITO-OK
           MOVE 'N' TO WS-TRANSF-INTERBANCARIA

           MOVE WS-NR-CONTA-DESTINO TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES

               MOVE 'T' TO WS-MOV-TIPO-OP
               PERFORM 9200-GRAVAR-MOVIMENTO

               IF TRANSFERENCIA-INTERBANCARIA
                   MOVE "TI" TO WS-CM-EVENTO
                   PERFORM 8900-COBRAR-COMISSAO
               END-IF
           ELSE
               MOVE "08" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
                               PERFORM 9200-GRAVAR-MOVIMENTO

                               PERFORM 3310-GRAVAR-COMPENSACAO
                               MOVE 'S' TO WS-TRANSF-INTERBANCARIA
                       END-REWRITE
                   END-IF
           END-READ.
                       WS-VALOR-OPERACAO * WS-TAXA-PERCENTUAL-3
           END-EVALUATE

           PERFORM 1650-LER-PENHORAS
           PERFORM 1660-CALCULAR-PENHORA-RETIDA
           IF WS-VALOR-OPERACAO > WS-LIMITE-LEVANT-OPER
               DISPLAY "ERRO: VALOR EXCEDE O LIMITE POR OPERACAO!"
               MOVE "05" TO WS-MOTIVO-REJEICAO
                   NR-CONTA-FILE
               MOVE "03" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
           ELSE IF WS-VALOR-OPERACAO + WS-TAXA-LEVANTAMENTO
                   > SALDO-FILE + SALDO-LIMITE-FILE
                       - SALDO-CATIVO-FILE - WS-PENHORA-RETIDA
               DISPLAY "ERRO: SALDO RETIDO POR PENHORA NA CONTA "
                   NR-CONTA-FILE
               MOVE "13" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
           ELSE
               *> o capital e a comissao sao debitados e gravados
               *> (REWRITE + log + movimento) em dois passos
                   PERFORM 9200-GRAVAR-MOVIMENTO
           END-REWRITE.

       6000-PAGAR-SERVICO-BATCH.
           IF NOT CONTA-PERMITE-DEBITO
               DISPLAY "ERRO: O ESTADO DA CONTA " NR-CONTA-FILE
                   " NAO PERMITE DEBITOS!"
               MOVE "02" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF
           IF NOT SERVICOS-DISPONIVEL
               DISPLAY "ERRO: PAGAMENTO DE SERVICOS INDISPONIVEL - "
                   "LINHA DA CONTA " NR-CONTA-FILE " REJEITADA!"
               MOVE "08" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF
           MOVE BT-VALOR TO WS-VALOR-OPERACAO

           *> o lote nao tem fila de autorizacoes para pagamentos:
           *> o que la teria de ir e recusado
           IF ASSINAM-TODOS
                   OR WS-VALOR-OPERACAO > WS-LIMITE-DUPLO-CONTROLO
                   OR WS-VALOR-OPERACAO = 0
               DISPLAY "ERRO: PAGAMENTO DA CONTA " NR-CONTA-FILE
                   " NAO PERMITIDO EM LOTE!"
               MOVE "12" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF

           MOVE BT-ENTIDADE TO ENT-CODIGO
           READ FICHEIRO-ENTIDADES
               INVALID KEY
                   MOVE SPACE TO ENT-ESTADO
           END-READ
           IF NOT ENTIDADE-ATIVA OR ENT-MOEDA NOT = MOEDA-FILE
               DISPLAY "ERRO: ENTIDADE " BT-ENTIDADE
                   " INEXISTENTE, SUSPENSA OU NOUTRA MOEDA!"
               MOVE "10" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF

           MOVE BT-REFERENCIA TO WS-REF-VALIDAR-NUM
           MOVE ENT-REGRA-REF TO WS-RV-REGRA
           PERFORM 8960-VALIDAR-REFERENCIA
           IF NOT REFERENCIA-VALIDA
               DISPLAY "ERRO: REFERENCIA " BT-REFERENCIA
                   " INVALIDA PARA A ENTIDADE " BT-ENTIDADE "!"
               MOVE "11" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF

           IF WS-VALOR-OPERACAO > SALDO-FILE + SALDO-LIMITE-FILE
                   - SALDO-CATIVO-FILE
               DISPLAY "ERRO: SALDO INSUFICIENTE NA CONTA "
                   NR-CONTA-FILE
               MOVE "03" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF
           PERFORM 1650-LER-PENHORAS
           PERFORM 1660-CALCULAR-PENHORA-RETIDA
           IF WS-VALOR-OPERACAO > SALDO-FILE + SALDO-LIMITE-FILE
                   - SALDO-CATIVO-FILE - WS-PENHORA-RETIDA
               DISPLAY "ERRO: SALDO RETIDO POR PENHORA NA CONTA "
                   NR-CONTA-FILE
               MOVE "13" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF

           PERFORM 6100-EXECUTAR-PAGAMENTO-BATCH.

       6100-EXECUTAR-PAGAMENTO-BATCH.
           *> perna de credito primeiro, como nas transferencias: se
           *> a conta transitoria falhar o cliente nao e debitado
           MOVE NR-CONTA-FILE TO WS-NR-CONTA
           MOVE 'N' TO WS-CREDITO-OK

           MOVE WS-CONTA-SERVICOS TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA TRANSITORIA DE SERVICOS "
                       "NAO CONFIGURADA!"
               NOT INVALID KEY
                   IF MOEDA-FILE NOT = ENT-MOEDA
                       DISPLAY "ERRO: CONTA TRANSITORIA DE SERVICOS "
                           "NOUTRA MOEDA!"
                   ELSE
                       ADD WS-VALOR-OPERACAO TO SALDO-FILE
                       REWRITE REG-CLIENTE
                           INVALID KEY
                               DISPLAY "ERRO AO CREDITAR CONTA "
                                   "TRANSITORIA!"
                           NOT INVALID KEY
                               MOVE 'S' TO WS-CREDITO-OK
                               MOVE WS-CONTA-SERVICOS TO WS-LOG-CONTA
                               MOVE WS-VALOR-OPERACAO TO WS-LOG-VALOR
                               MOVE "E" TO WS-LOG-TIPO-OP
                               PERFORM 9100-GRAVAR-LOG
                               MOVE 'E' TO WS-MOV-TIPO-OP
                               PERFORM 9200-GRAVAR-MOVIMENTO
                       END-REWRITE
                   END-IF
           END-READ

           *> repoe o registo do cliente na area de ficheiro
           MOVE WS-NR-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO AO REPOR CONTA DE ORIGEM!"
           END-READ

           IF NOT CREDITO-EFETUADO
               MOVE "08" TO WS-MOTIVO-REJEICAO
               PERFORM 9300-GRAVAR-REJEITADA
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-OPERACAO FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR CONTA ORIGEM!"
           END-REWRITE
           ADD 1 TO WS-TOTAL-PROCESSADAS

           MOVE WS-NR-CONTA TO WS-LOG-CONTA
           MOVE WS-VALOR-OPERACAO TO WS-LOG-VALOR
           MOVE "A" TO WS-LOG-TIPO-OP
           MOVE BT-ENTIDADE TO WS-LOG-ENTIDADE
           MOVE BT-REFERENCIA TO WS-LOG-REFERENCIA
           PERFORM 9100-GRAVAR-LOG
           MOVE 'A' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           MOVE BT-ENTIDADE TO PG-ENTIDADE
           MOVE MOV-ID TO PG-MOV-ID
           MOVE BT-REFERENCIA TO PG-REFERENCIA
           MOVE WS-NR-CONTA TO PG-CONTA
           MOVE WS-VALOR-OPERACAO TO PG-VALOR
           MOVE WS-DATA-HOJE TO PG-DATA
           MOVE "B" TO PG-CANAL
           MOVE "P" TO PG-ESTADO
           MOVE 0 TO PG-DATA-LIQUIDACAO
           WRITE REG-PAGAMENTO-SERVICO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTAR O PAGAMENTO PARA "
                       "LIQUIDACAO!"
           END-WRITE

           MOVE SALDO-FILE TO WS-VALOR-FORMATADO
           DISPLAY "PAGAMENTO " WS-NR-CONTA " -> ENTIDADE "
               BT-ENTIDADE " REF " BT-REFERENCIA
               " EFETUADO. NOVO SALDO: " WS-VALOR-FORMATADO " "
               MOEDA-FILE.

       9100-GRAVAR-LOG.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-HOJE TO WS-LOG-DATA

           WRITE REG-LOG-DADOS FROM WS-REGISTO-LOG.
           MOVE SPACES TO WS-LOG-PAGAMENTO.

           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE LOG!"
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR MOVIMENTO!"
           END-WRITE.

           COPY VALREF.

           COPY TARIFARIO.

           COPY DATANEG.
