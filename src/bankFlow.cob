               RECORD KEY IS NT-ID
               FILE STATUS IS WS-FS-NOTIFICACOES.

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
               RECORD KEY IS BN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT FICHEIRO-PENHORAS ASSIGN TO "data/penhoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORAS.

           SELECT FICHEIRO-CAIXAS ASSIGN TO "data/caixas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAIXA-MOV.

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

           SELECT FICHEIRO-CODIGOS-LEV
               ASSIGN TO "data/codigos_levantamento.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-CODIGO
               FILE STATUS IS WS-FS-CODIGOS-LEV.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
       FD  FICHEIRO-BENEFICIARIOS.
           COPY BENEFICIARIO.

       FD  FICHEIRO-PENHORAS.
           COPY PENHORA.

       FD  FICHEIRO-CAIXAS.
           COPY CAIXA.

       FD  FICHEIRO-CAIXA-MOV.
           COPY CAIXAMOV.

       FD  FICHEIRO-ENTIDADES.
           COPY ENTIDADE.

       FD  FICHEIRO-PAGAMENTOS.
           COPY PAGSERV.

       FD  FICHEIRO-CODIGOS-LEV.
           COPY CODLEV.

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
           COPY VALBANCOWS.
           COPY VALREFWS.
           COPY PINHASHWS.
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

       01  WS-CLIENTE.
           05 WS-NR-CONTA          PIC 9(09).
       77  WS-CARTOES-ABERTO       PIC X VALUE 'N'.
           88 CARTOES-DISPONIVEL   VALUE 'S'.
       77  WS-VALIDADE-HOJE        PIC 9(06).
       77  WS-CARTAO-ATIVADO       PIC 9(16).

       *> Dupla assinatura: transferencias acima deste valor nao
       *> executam logo - ficam parqueadas em data/autorizacoes.dat
       77  WS-FS-COMPENSACAO       PIC XX.
       77  WS-CONTA-SUSPENSA       PIC 9(09) VALUE 999999901.
       77  WS-CONFIRMA-INTERBANCARIA PIC X.
       *> a transferencia interbancaria paga a comissao do
       *> tarifario (evento 'TI') depois do debito na origem
       77  WS-TRANSF-INTERBANCARIA PIC X VALUE 'N'.
           88 TRANSFERENCIA-INTERBANCARIA VALUE 'S'.

       *> Registo de beneficiarios guardados: o destino de uma
       *> transferencia interbancaria e validado na captura (codigo
       77  WS-COMPENSACAO-ABERTA   PIC X VALUE 'N'.
           88 COMPENSACAO-DISPONIVEL VALUE 'S'.

       *> Penhoras ativas sobre a conta (ver GESTAO-PENHORAS): o
       *> saldo que EXECUTAR-PENHORAS vai apreender no fecho fica
       *> retido na sessao; o que estiver acima dele continua livre.
       *> Sem ficheiro de penhoras nao ha nada a reter.
       77  WS-FS-PENHORAS          PIC XX.
       77  WS-PENHORAS-ABERTO      PIC X VALUE 'N'.
           88 PENHORAS-DISPONIVEL    VALUE 'S'.
       77  WS-PENHORA-EM-FALTA     PIC 9(09)V99.
       77  WS-PENHORA-MINIMO       PIC 9(07)V99.
       77  WS-PENHORA-LIVRE        PIC S9(09)V99.
       77  WS-PENHORA-RETIDA       PIC 9(09)V99 VALUE 0.

       *> Pagamento de servicos por entidade e referencia: o cliente
       *> e debitado, o valor fica na conta transitoria de servicos
       *> (tem de existir em clients.dat, como a 999999901) e o
       *> pagamento fica em data/pagamentos_servicos.dat para o lote
       *> LIQUIDACAO-SERVICOS pagar cada entidade no fecho. Sem o
       *> registo de entidades ou o de pagamentos a opcao recusa.
       77  WS-FS-ENTIDADES         PIC XX.
       77  WS-FS-PAGAMENTOS        PIC XX.
       77  WS-CONTA-SERVICOS       PIC 9(09) VALUE 999999905.
       77  WS-SERVICOS-ABERTO      PIC X VALUE 'N'.
           88 SERVICOS-DISPONIVEL    VALUE 'S'.
       77  WS-PAG-ENTIDADE         PIC 9(05).
       77  WS-PAG-REFERENCIA       PIC 9(09).
       77  WS-CONFIRMA-PAGAMENTO   PIC X.

       *> Levantamento sem cartao: o cliente cria um codigo de uso
       *> unico para um valor em notas inteiras, que fica cativo ate
       *> alguem o levantar num ATM (SISTEMADESAQUE) com o codigo e
       *> o segredo, ou ate EXPIRAR-CODIGOS o libertar na validade.
       *> Sem o ficheiro de codigos a opcao recusa.
       77  WS-FS-CODIGOS-LEV       PIC XX.
       77  WS-CODIGOS-LEV-ABERTO   PIC X VALUE 'N'.
           88 CODIGOS-LEV-DISPONIVEL VALUE 'S'.
       77  WS-CL-MULTIPLO-NOTAS    PIC 9(03) VALUE 10.
       77  WS-CL-HORAS-MAXIMO      PIC 9(02) VALUE 72.
       77  WS-CL-HORAS             PIC 9(02).
       77  WS-CL-SEGREDO           PIC 9(06).
       77  WS-CL-SEGREDO-CONF      PIC 9(06).
       77  WS-CL-NOTAS             PIC 9(07).
       77  WS-CL-RESTO             PIC 9(07)V99.
       77  WS-CL-HORAS-TOTAL       PIC 9(09).
       77  WS-CL-DIAS              PIC 9(07).
       77  WS-CL-TENTATIVA         PIC 9(02).
       77  WS-CL-CODIGO-LIVRE      PIC X VALUE 'N'.
           88 CODIGO-LEV-LIVRE       VALUE 'S'.
       01  WS-CL-AGORA.
           05 WS-CL-AGORA-DATA     PIC 9(08).
           05 WS-CL-AGORA-HORA     PIC 9(02).
           05 WS-CL-AGORA-MINUTO   PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> os lancamentos e o controlo do limite diario usam a
               STOP RUN
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.
           PERFORM 8925-ABRIR-TARIFARIO.

           *> A tabela de cambios e opcional: sem ela o programa
           *> continua a funcionar, mas so permite transferencias
               MOVE 'S' TO WS-BENEF-ABERTO
           END-IF.

           OPEN INPUT FICHEIRO-PENHORAS.
           IF WS-FS-PENHORAS = "00"
               MOVE 'S' TO WS-PENHORAS-ABERTO
           END-IF.

           *> pagamentos de servicos: o registo de entidades e
           *> mantido em TABELA-ENTIDADES; o de pagamentos cria-se
           *> aqui na primeira utilizacao
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

           OPEN I-O FICHEIRO-CODIGOS-LEV.
           IF WS-FS-CODIGOS-LEV = "35"
               OPEN OUTPUT FICHEIRO-CODIGOS-LEV
               CLOSE FICHEIRO-CODIGOS-LEV
               OPEN I-O FICHEIRO-CODIGOS-LEV
           END-IF.
           IF WS-FS-CODIGOS-LEV = "00"
               MOVE 'S' TO WS-CODIGOS-LEV-ABERTO
           END-IF.

           *> Fila de autorizacoes pendentes (dupla assinatura).
           OPEN I-O FICHEIRO-AUTORIZACOES.
           IF WS-FS-AUTORIZACOES = "35"
                               "CONTACTE O BALCAO."
                       WHEN CARTAO-CAPTURADO
                           DISPLAY "ERRO: CARTAO CAPTURADO."
                       WHEN CARTAO-SUBSTITUIDO
                           DISPLAY "ERRO: CARTAO SUBSTITUIDO - USE "
                               "O CARTAO NOVO."
                       WHEN CT-VALIDADE < WS-VALIDADE-HOJE
                           DISPLAY "ERRO: CARTAO EXPIRADO."
                       WHEN OTHER
           DISPLAY "INTRODUZA O PIN: " WITH NO ADVANCING.
           ACCEPT WS-PIN. *> guarda PIN

           MOVE WS-PIN TO WS-PH-PIN
           MOVE PIN-SALT-FILE TO WS-PH-SALT
           MOVE PIN-HASH-FILE TO WS-PH-HASH-GUARDADO
           PERFORM 8980-CONFERIR-PIN
           IF PIN-CONFERE
               MOVE 0 TO TENTATIVAS-PIN-FILE
               REWRITE REG-CLIENTE

           DISPLAY "INTRODUZA O PIN DO CARTAO: " WITH NO ADVANCING.
           ACCEPT WS-PIN.

           MOVE WS-PIN TO WS-PH-PIN
           MOVE CT-PIN-SALT TO WS-PH-SALT
           MOVE CT-PIN-HASH TO WS-PH-HASH-GUARDADO
           PERFORM 8980-CONFERIR-PIN
           IF PIN-CONFERE
               MOVE 0 TO CT-TENTATIVAS-PIN
               REWRITE REG-CARTAO
               IF CARTAO-POR-ATIVAR
                   PERFORM 1320-ATIVAR-CARTAO-NOVO
               END-IF

               PERFORM 1600-SESSAO-OPERACOES
               MOVE "S" TO WS-PIN-RESULTADO
               DISPLAY " "
           END-IF.

       1320-ATIVAR-CARTAO-NOVO.
           *> primeiro uso com o PIN certo de um cartao de
           *> substituicao: ativa-o e reforma o cartao que substitui
           MOVE "A" TO CT-ESTADO
           REWRITE REG-CARTAO
           DISPLAY "CARTAO NOVO ATIVADO."
           IF CT-CARTAO-ANTERIOR = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CT-NUMERO TO WS-CARTAO-ATIVADO
           MOVE CT-CARTAO-ANTERIOR TO CT-NUMERO
           READ FICHEIRO-CARTOES
               NOT INVALID KEY
                   IF NOT CARTAO-CAPTURADO
                       MOVE "S" TO CT-ESTADO
                       REWRITE REG-CARTAO
                   END-IF
           END-READ

           MOVE WS-CARTAO-ATIVADO TO CT-NUMERO
           READ FICHEIRO-CARTOES
               INVALID KEY
                   DISPLAY "ERRO AO RELER O CARTAO " CT-NUMERO "!"
           END-READ.

       1600-SESSAO-OPERACOES.
           DISPLAY " "
           DISPLAY "ACESSO CONCEDIDO!"

           MOVE SALDO-FILE TO WS-VALOR-FORMATADO
           DISPLAY "SALDO ATUAL: " WS-VALOR-FORMATADO " " MOEDA-FILE
           PERFORM 1650-LER-PENHORAS
           PERFORM 1660-CALCULAR-PENHORA-RETIDA
           IF WS-PENHORA-RETIDA > 0
               MOVE WS-PENHORA-RETIDA TO WS-VALOR-FORMATADO
               DISPLAY "RETIDO POR PENHORA: " WS-VALOR-FORMATADO " "
                   MOEDA-FILE
           END-IF
           DISPLAY " "

           PERFORM UNTIL WS-LOG-TIPO-OP = "S"
           DISPLAY "ESCOLHA UMA OPERACAO:"
           DISPLAY " "
           DISPLAY "C - CONSULTA"
           DISPLAY "T - TRANSFERIR"
           DISPLAY "P - PAGAMENTO DE SERVICOS"
           DISPLAY "L - LEVANTAR"
           DISPLAY "K - CODIGO DE LEVANTAMENTO SEM CARTAO"
           DISPLAY "D - DEPOSITAR"
           DISPLAY "S - SAIR"
           DISPLAY "-------------------------------------"
                       PERFORM 2000-CONSULTA
                   WHEN "T"
                       PERFORM 3000-TRANSFERIR
                   WHEN "P"
                       PERFORM 6000-PAGAR-SERVICO
                   WHEN "L"
                       PERFORM 4000-LEVANTAR
                   WHEN "K"
                       PERFORM 7000-CRIAR-CODIGO-LEVANTAMENTO
                   WHEN "D"
                       PERFORM 5000-DEPOSITAR
                   WHEN "S"
           END-PERFORM.


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

       2000-CONSULTA.
           DISPLAY " "
           DISPLAY "-------------------------------------"
           MOVE SALDO-FILE TO WS-VALOR-FORMATADO
           DISPLAY "SALDO DISPONIVEL: " WS-VALOR-FORMATADO " "
               MOEDA-FILE
           PERFORM 1660-CALCULAR-PENHORA-RETIDA
           IF WS-PENHORA-RETIDA > 0
               MOVE WS-PENHORA-RETIDA TO WS-VALOR-FORMATADO
               DISPLAY "RETIDO POR PENHORA: " WS-VALOR-FORMATADO " "
                   MOEDA-FILE
           END-IF
           DISPLAY " "
           DISPLAY "--- * FIM DE CONSULTA DE SALDO *  ---"
           DISPLAY " ".
               DISPLAY "VALOR A TRANSFERIR: " WITH NO ADVANCING
               ACCEPT WS-VALOR-OPERACAO

               PERFORM 1660-CALCULAR-PENHORA-RETIDA
               IF WS-VALOR-OPERACAO > SALDO-FILE + SALDO-LIMITE-FILE
                       - SALDO-CATIVO-FILE - WS-PENHORA-RETIDA
                   DISPLAY "ERRO: SALDO INSUFICIENTE!"
               ELSE
                   *> contas com regra todos-assinam vao sempre a
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

               IF SALDO-FILE < WS-PISO-SALDO-AVISO
                   MOVE "03" TO WS-NT-EVENTO
                   MOVE SALDO-FILE TO WS-NT-PARAMETRO
                                   PERFORM 9200-GRAVAR-MOVIMENTO

                                   PERFORM 3310-GRAVAR-COMPENSACAO
                                   MOVE 'S'
                                       TO WS-TRANSF-INTERBANCARIA
                           END-REWRITE
                       END-IF
               END-READ
                       WS-VALOR-OPERACAO * WS-TAXA-PERCENTUAL-3
           END-EVALUATE

           PERFORM 1660-CALCULAR-PENHORA-RETIDA
           IF WS-VALOR-OPERACAO > WS-LIMITE-LEVANT-OPER
               DISPLAY "ERRO: VALOR EXCEDE O LIMITE POR OPERACAO!"
           ELSE IF LEVANTADO-HOJE-FILE + WS-VALOR-OPERACAO
               DISPLAY "ERRO: EXCEDE O LIMITE DIARIO DE LEVANTAMENTO!"
           ELSE IF WS-VALOR-OPERACAO + WS-TAXA-LEVANTAMENTO
                   > SALDO-FILE + SALDO-LIMITE-FILE
                       - SALDO-CATIVO-FILE - WS-PENHORA-RETIDA
               DISPLAY "ERRO: SALDO INSUFICIENTE!"
           ELSE
               PERFORM 4100-LEVANTAR-MOVIMENTO
           END-REWRITE
           DISPLAY " ".

       6000-PAGAR-SERVICO.
           IF NOT CONTA-PERMITE-DEBITO
               DISPLAY "ERRO: O ESTADO DA CONTA NAO PERMITE DEBITOS!"
               EXIT PARAGRAPH
           END-IF
           IF NOT SERVICOS-DISPONIVEL
               DISPLAY "ERRO: PAGAMENTO DE SERVICOS INDISPONIVEL!"
               EXIT PARAGRAPH
           END-IF
           *> contas em que todos tem de assinar nao pagam sozinhas:
           *> o pagamento nao passa pela fila de autorizacoes
           IF ASSINAM-TODOS
               DISPLAY "ERRO: CONTA COM ASSINATURA DE TODOS OS "
                   "TITULARES - PAGAMENTO SO AO BALCAO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "-------------------------------------"
           DISPLAY " "
           DISPLAY "---  * PAGAMENTO DE SERVICOS *    ---"
           DISPLAY " "
           DISPLAY "ENTIDADE (5 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-PAG-ENTIDADE
           MOVE WS-PAG-ENTIDADE TO ENT-CODIGO
           READ FICHEIRO-ENTIDADES
               INVALID KEY
                   DISPLAY "ERRO: ENTIDADE NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           IF NOT ENTIDADE-ATIVA
               DISPLAY "ERRO: A ENTIDADE " ENT-NOME
                   " NAO ACEITA PAGAMENTOS!"
               EXIT PARAGRAPH
           END-IF
           IF ENT-MOEDA NOT = MOEDA-FILE
               DISPLAY "ERRO: A ENTIDADE SO ACEITA PAGAMENTOS EM "
                   ENT-MOEDA "!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ENTIDADE: " ENT-NOME

           DISPLAY "REFERENCIA (9 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-PAG-REFERENCIA
           MOVE WS-PAG-REFERENCIA TO WS-REF-VALIDAR-NUM
           MOVE ENT-REGRA-REF TO WS-RV-REGRA
           PERFORM 8960-VALIDAR-REFERENCIA
           IF NOT REFERENCIA-VALIDA
               DISPLAY "ERRO: REFERENCIA INVALIDA - CONFIRME O "
                   "DOCUMENTO DE PAGAMENTO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VALOR A PAGAR: " WITH NO ADVANCING
           ACCEPT WS-VALOR-OPERACAO
           IF WS-VALOR-OPERACAO = 0
               DISPLAY "ERRO: VALOR INVALIDO!"
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-OPERACAO > WS-LIMITE-DUPLO-CONTROLO
               DISPLAY "ERRO: VALOR ACIMA DO LIMITE DE DUPLA "
                   "ASSINATURA - PAGAMENTO SO AO BALCAO."
               EXIT PARAGRAPH
           END-IF
           PERFORM 1660-CALCULAR-PENHORA-RETIDA
           IF WS-VALOR-OPERACAO > SALDO-FILE + SALDO-LIMITE-FILE
                   - SALDO-CATIVO-FILE - WS-PENHORA-RETIDA
               DISPLAY "ERRO: SALDO INSUFICIENTE!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VALOR-OPERACAO TO WS-VALOR-FORMATADO
           DISPLAY "PAGAR " WS-VALOR-FORMATADO " " MOEDA-FILE " A "
               ENT-NOME "? (S/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA-PAGAMENTO
           IF FUNCTION UPPER-CASE(WS-CONFIRMA-PAGAMENTO) NOT = "S"
               DISPLAY "PAGAMENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF

           PERFORM 6100-EXECUTAR-PAGAMENTO
           DISPLAY " ".

       6100-EXECUTAR-PAGAMENTO.
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
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-VALOR-OPERACAO FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR CONTA ORIGEM!"
           END-REWRITE

           MOVE WS-NR-CONTA TO WS-LOG-CONTA
           MOVE WS-VALOR-OPERACAO TO WS-LOG-VALOR
           MOVE "A" TO WS-LOG-TIPO-OP
           MOVE WS-PAG-ENTIDADE TO WS-LOG-ENTIDADE
           MOVE WS-PAG-REFERENCIA TO WS-LOG-REFERENCIA
           PERFORM 9100-GRAVAR-LOG
           MOVE 'A' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           *> o pagamento fica identificado pelo movimento de debito
           MOVE WS-PAG-ENTIDADE TO PG-ENTIDADE
           MOVE MOV-ID TO PG-MOV-ID
           MOVE WS-PAG-REFERENCIA TO PG-REFERENCIA
           MOVE WS-NR-CONTA TO PG-CONTA
           MOVE WS-VALOR-OPERACAO TO PG-VALOR
           MOVE WS-DATA-NEGOCIO TO PG-DATA
           MOVE "O" TO PG-CANAL
           MOVE "P" TO PG-ESTADO
           MOVE 0 TO PG-DATA-LIQUIDACAO
           WRITE REG-PAGAMENTO-SERVICO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTAR O PAGAMENTO PARA "
                       "LIQUIDACAO!"
           END-WRITE

           MOVE WS-VALOR-OPERACAO TO WS-VALOR-FORMATADO
           DISPLAY " "
           DISPLAY "COMPROVATIVO DE PAGAMENTO DE SERVICOS"
           DISPLAY "ENTIDADE  : " WS-PAG-ENTIDADE " " ENT-NOME
           DISPLAY "REFERENCIA: " WS-PAG-REFERENCIA
           DISPLAY "VALOR     : " WS-VALOR-FORMATADO " " MOEDA-FILE
           DISPLAY "DATA      : " WS-DATA-NEGOCIO
               "   MOVIMENTO: " MOV-ID
           MOVE SALDO-FILE TO WS-VALOR-FORMATADO
           DISPLAY "NOVO SALDO: " WS-VALOR-FORMATADO " " MOEDA-FILE

           IF SALDO-FILE < WS-PISO-SALDO-AVISO
               MOVE "03" TO WS-NT-EVENTO
               MOVE SALDO-FILE TO WS-NT-PARAMETRO
               PERFORM 9400-GRAVAR-NOTIFICACAO
           END-IF.

       7000-CRIAR-CODIGO-LEVANTAMENTO.
           IF NOT CONTA-PERMITE-DEBITO
               DISPLAY "ERRO: O ESTADO DA CONTA NAO PERMITE DEBITOS!"
               EXIT PARAGRAPH
           END-IF
           IF NOT CODIGOS-LEV-DISPONIVEL
               DISPLAY "ERRO: LEVANTAMENTO SEM CARTAO INDISPONIVEL "
                   "(FICHEIRO DE CODIGOS)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "-------------------------------------"
           DISPLAY " "
           DISPLAY "--- * LEVANTAMENTO SEM CARTAO *   ---"
           DISPLAY " "
           DISPLAY "VALOR A DISPONIBILIZAR (MULTIPLO DE "
               WS-CL-MULTIPLO-NOTAS "): " WITH NO ADVANCING
           ACCEPT WS-VALOR-OPERACAO

           *> o ATM so paga notas inteiras: o valor tem de se compor
           *> com as notas mais pequenas que as cassetes carregam
           DIVIDE WS-VALOR-OPERACAO BY WS-CL-MULTIPLO-NOTAS
               GIVING WS-CL-NOTAS REMAINDER WS-CL-RESTO
           IF WS-VALOR-OPERACAO = 0 OR WS-CL-RESTO NOT = 0
               DISPLAY "ERRO: O VALOR TEM DE SER MULTIPLO DE "
                   WS-CL-MULTIPLO-NOTAS " (SO NOTAS)!"
               EXIT PARAGRAPH
           END-IF
           IF WS-VALOR-OPERACAO > WS-LIMITE-LEVANT-OPER
               DISPLAY "ERRO: VALOR EXCEDE O LIMITE POR OPERACAO!"
               EXIT PARAGRAPH
           END-IF
           *> o codigo nao pode servir para contornar o limite diario
           *> do levantamento com cartao (o resgate soma-o no dia)
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           IF DATA-LEVANTAMENTO-FILE NOT = WS-DATA-HOJE
               MOVE 0 TO LEVANTADO-HOJE-FILE
               MOVE WS-DATA-HOJE TO DATA-LEVANTAMENTO-FILE
           END-IF
           IF LEVANTADO-HOJE-FILE + WS-VALOR-OPERACAO
                   > WS-LIMITE-LEVANT-DIA
               DISPLAY "ERRO: EXCEDE O LIMITE DIARIO DE LEVANTAMENTO!"
               EXIT PARAGRAPH
           END-IF

           PERFORM 1660-CALCULAR-PENHORA-RETIDA
           IF WS-VALOR-OPERACAO
                   > SALDO-FILE + SALDO-LIMITE-FILE
                       - SALDO-CATIVO-FILE - WS-PENHORA-RETIDA
               DISPLAY "ERRO: SALDO INSUFICIENTE!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VALIDADE EM HORAS (1 A " WS-CL-HORAS-MAXIMO "): "
               WITH NO ADVANCING
           ACCEPT WS-CL-HORAS
           IF WS-CL-HORAS = 0 OR WS-CL-HORAS > WS-CL-HORAS-MAXIMO
               DISPLAY "ERRO: VALIDADE INVALIDA!"
               EXIT PARAGRAPH
           END-IF

           *> o segredo e combinado entre o cliente e quem levanta;
           *> pede-se duas vezes porque nunca mais e mostrado
           DISPLAY "CODIGO SECRETO (6 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-CL-SEGREDO
           DISPLAY "REPITA O CODIGO SECRETO: " WITH NO ADVANCING
           ACCEPT WS-CL-SEGREDO-CONF
           IF WS-CL-SEGREDO NOT = WS-CL-SEGREDO-CONF
               DISPLAY "ERRO: OS CODIGOS SECRETOS NAO COINCIDEM!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CL-SEGREDO TO WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           PERFORM 7100-SORTEAR-CODIGO
           IF NOT CODIGO-LEV-LIVRE
               DISPLAY "ERRO: NAO FOI POSSIVEL GERAR UM CODIGO - "
                   "TENTE DE NOVO."
               EXIT PARAGRAPH
           END-IF

           MOVE NR-CONTA-FILE TO CL-CONTA
           MOVE WS-VALOR-OPERACAO TO CL-VALOR
           MOVE WS-PH-SALT TO CL-SALT
           MOVE WS-PH-HASH TO CL-HASH
           MOVE WS-DATA-NEGOCIO TO CL-DATA-CRIACAO
           PERFORM 7200-CALCULAR-EXPIRACAO
           MOVE 0 TO CL-TENTATIVAS
           MOVE "A" TO CL-ESTADO
           MOVE 0 TO CL-DATA-RESGATE
           MOVE 0 TO CL-ATM

           *> primeiro o cativo, depois o codigo: um codigo gravado
           *> sem cativo poderia ser pago a descoberto
           ADD WS-VALOR-OPERACAO TO SALDO-CATIVO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   SUBTRACT WS-VALOR-OPERACAO FROM SALDO-CATIVO-FILE
                   DISPLAY "ERRO AO ATUALIZAR FICHEIRO!"
                   EXIT PARAGRAPH
           END-REWRITE

           WRITE REG-CODIGO-LEVANTAMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CODIGO - CATIVO "
                       "ANULADO."
                   SUBTRACT WS-VALOR-OPERACAO FROM SALDO-CATIVO-FILE
                   REWRITE REG-CLIENTE
                       INVALID KEY
                           DISPLAY "ERRO AO ATUALIZAR FICHEIRO!"
                   END-REWRITE
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-VALOR-OPERACAO TO WS-VALOR-FORMATADO
           DISPLAY "CODIGO DE LEVANTAMENTO CRIADO!"
           DISPLAY "CODIGO    : " CL-CODIGO
           DISPLAY "VALOR     : " WS-VALOR-FORMATADO " " MOEDA-FILE
           DISPLAY "VALIDO ATE: " CL-EXPIRA-DATA " " CL-EXPIRA-HORA
               ":" CL-EXPIRA-MINUTO
           DISPLAY "O VALOR FICA CATIVO ATE SER LEVANTADO OU ATE A "
               "VALIDADE. COMUNIQUE O CODIGO E O SEGREDO A QUEM "
               "VAI LEVANTAR."
           DISPLAY " "
           DISPLAY "--- * FIM DE LEVANTAMENTO SEM CARTAO * ---"
           DISPLAY " ".

       7100-SORTEAR-CODIGO.
           *> codigo aleatorio de 9 digitos, para nao se adivinhar o
           *> codigo seguinte a partir de um conhecido; repete-se o
           *> sorteio se ja existir (gerador semeado por 8971)
           MOVE 'N' TO WS-CL-CODIGO-LIVRE
           PERFORM VARYING WS-CL-TENTATIVA FROM 1 BY 1
                   UNTIL WS-CL-TENTATIVA > 10 OR CODIGO-LEV-LIVRE
               MOVE FUNCTION RANDOM TO WS-PH-ALEATORIO
               COMPUTE CL-CODIGO = WS-PH-ALEATORIO * 900000000
                   + 100000000
               READ FICHEIRO-CODIGOS-LEV
                   INVALID KEY
                       MOVE 'S' TO WS-CL-CODIGO-LIVRE
               END-READ
           END-PERFORM.

       7200-CALCULAR-EXPIRACAO.
           *> agora + horas de validade, em horas absolutas desde a
           *> origem do calendario, para atravessar dias e meses
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-CL-AGORA
           COMPUTE WS-CL-HORAS-TOTAL =
               FUNCTION INTEGER-OF-DATE(WS-CL-AGORA-DATA) * 24
               + WS-CL-AGORA-HORA + WS-CL-HORAS
           DIVIDE WS-CL-HORAS-TOTAL BY 24
               GIVING WS-CL-DIAS REMAINDER CL-EXPIRA-HORA
           COMPUTE CL-EXPIRA-DATA =
               FUNCTION DATE-OF-INTEGER(WS-CL-DIAS)
           MOVE WS-CL-AGORA-MINUTO TO CL-EXPIRA-MINUTO.

       9100-GRAVAR-LOG.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-NEGOCIO TO WS-LOG-DATA

           WRITE REG-LOG-DADOS FROM WS-REGISTO-LOG.
           MOVE SPACES TO WS-LOG-PAGAMENTO.

           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE LOG!"
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-NEGOCIO TO MOV-DATA
           MOVE WS-DATA-NEGOCIO TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
           IF BENEFICIARIOS-DISPONIVEL
               CLOSE FICHEIRO-BENEFICIARIOS
           END-IF.
           IF PENHORAS-DISPONIVEL
               CLOSE FICHEIRO-PENHORAS
           END-IF.
           IF SERVICOS-DISPONIVEL
               CLOSE FICHEIRO-ENTIDADES
               CLOSE FICHEIRO-PAGAMENTOS
           END-IF.
           IF CODIGOS-LEV-DISPONIVEL
               CLOSE FICHEIRO-CODIGOS-LEV
           END-IF.
           PERFORM 8928-FECHAR-TARIFARIO.
           STOP RUN.

           COPY VALBANCO.

           COPY VALREF.

           COPY PINHASH.

           COPY TARIFARIO.

           COPY DATANEG.
