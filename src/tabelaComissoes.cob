       IDENTIFICATION DIVISION.
       PROGRAM-ID. TABELA-COMISSOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-TARIFARIO ASSIGN TO "data/tarifario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WS-FS-TARIFARIO.

           SELECT FICHEIRO-ISENCOES ASSIGN TO
               "data/isencoes_comissao.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

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
       FD  FICHEIRO-TARIFARIO.
           COPY TARIFA.

       FD  FICHEIRO-ISENCOES.
           COPY ISENCAO.

       FD  FICHEIRO-COMISSOES-PEND.
           COPY COMPEND.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.

       77  WS-FS-TARIFARIO           PIC XX.
       77  WS-FS-ISENCOES            PIC XX.
       77  WS-FS-COMISSOES-PEND      PIC XX.
       77  WS-FS-CLIENTES            PIC XX.
       77  WS-OPCAO                  PIC X VALUE 'L'.
       77  WS-TIPO-ISENCAO           PIC X(01).
       77  WS-CONTA-PEDIDA           PIC 9(09).
       77  WS-ID-PEDIDO              PIC 9(09).
       77  WS-CONFIRMA               PIC X(01).
       77  WS-TAXA-PERCENTUAL        PIC 9(02)V99.
       77  WS-VALOR-FORMATADO        PIC ZZ,ZZ9.99.
       77  WS-TAXA-FORMATADA         PIC Z9.99.
       77  WS-TOTAL-LISTADOS         PIC 9(05).
       77  WS-TOTAL-POR-COBRAR       PIC 9(07)V99.
       77  WS-TOTAL-FORMATADO        PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "TABELA-COMISSOES" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           *> OPEN I-O: mantem o tarifario e as isencoes ja
           *> existentes. So cria cada ficheiro (OPEN OUTPUT) se ainda
           *> nao existir.
           OPEN I-O FICHEIRO-TARIFARIO.
           IF WS-FS-TARIFARIO = "35"
               OPEN OUTPUT FICHEIRO-TARIFARIO
               CLOSE FICHEIRO-TARIFARIO
               OPEN I-O FICHEIRO-TARIFARIO
           END-IF.
           IF WS-FS-TARIFARIO NOT = "00"
               DISPLAY "ERRO AO ABRIR TARIFARIO. STATUS: "
                   WS-FS-TARIFARIO
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-ISENCOES.
           IF WS-FS-ISENCOES = "35"
               OPEN OUTPUT FICHEIRO-ISENCOES
               CLOSE FICHEIRO-ISENCOES
               OPEN I-O FICHEIRO-ISENCOES
           END-IF.
           IF WS-FS-ISENCOES NOT = "00"
               CLOSE FICHEIRO-TARIFARIO
               DISPLAY "ERRO AO ABRIR ISENCOES. STATUS: "
                   WS-FS-ISENCOES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN I-O FICHEIRO-COMISSOES-PEND.
           IF WS-FS-COMISSOES-PEND = "35"
               OPEN OUTPUT FICHEIRO-COMISSOES-PEND
               CLOSE FICHEIRO-COMISSOES-PEND
               OPEN I-O FICHEIRO-COMISSOES-PEND
           END-IF.
           IF WS-FS-COMISSOES-PEND NOT = "00"
               CLOSE FICHEIRO-TARIFARIO
               CLOSE FICHEIRO-ISENCOES
               DISPLAY "ERRO AO ABRIR COMISSOES POR COBRAR. STATUS: "
                   WS-FS-COMISSOES-PEND
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-TARIFARIO
               CLOSE FICHEIRO-ISENCOES
               CLOSE FICHEIRO-COMISSOES-PEND
               DISPLAY "ERRO AO ABRIR FICHEIRO DE CLIENTES: "
                   WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           PERFORM 9000-GARANTIR-TARIFARIO-BASE.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- TARIFARIO DE COMISSOES POR EVENTO ---"
               DISPLAY "T - ADICIONAR/ATUALIZAR COMISSAO"
               DISPLAY "L - LISTAR TARIFARIO"
               DISPLAY "I - REGISTAR ISENCAO"
               DISPLAY "R - REMOVER ISENCAO"
               DISPLAY "E - LISTAR ISENCOES"
               DISPLAY "P - LISTAR COMISSOES POR COBRAR"
               DISPLAY "A - ANULAR COMISSAO POR COBRAR"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "T"
                       PERFORM 1000-ADICIONAR-COMISSAO
                   WHEN "L"
                       PERFORM 2000-LISTAR-TARIFARIO
                   WHEN "I"
                       PERFORM 3000-REGISTAR-ISENCAO
                   WHEN "R"
                       PERFORM 3500-REMOVER-ISENCAO
                   WHEN "E"
                       PERFORM 4000-LISTAR-ISENCOES
                   WHEN "P"
                       PERFORM 5000-LISTAR-PENDENTES
                   WHEN "A"
                       PERFORM 6000-ANULAR-PENDENTE
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-TARIFARIO.
           CLOSE FICHEIRO-ISENCOES.
           CLOSE FICHEIRO-COMISSOES-PEND.
           CLOSE FICHEIRO-CLIENTES.
           PERFORM 9700-FECHAR-SIGNON.
           STOP RUN.

       9000-GARANTIR-TARIFARIO-BASE.
           *> precario de partida para todos os escaloes ('**'), com
           *> imposto do selo de 4% sobre a comissao; os valores por
           *> escalao e as alteracoes de preco entram por cima, com
           *> nova data efetiva
           MOVE "**" TO TF-ESCALAO
           MOVE 20000101 TO TF-DATA-EFETIVA
           MOVE "S" TO TF-TIPO-IMPOSTO
           MOVE 0.0400 TO TF-TAXA-IMPOSTO
           MOVE "CD" TO TF-EVENTO
           MOVE "EMISSAO DE CADERNETA CHEQUES" TO TF-DESCRICAO
           MOVE 15.00 TO TF-VALOR
           PERFORM 9100-GARANTIR-UMA-TARIFA
           MOVE "SC" TO TF-EVENTO
           MOVE "SUSPENSAO DE CHEQUE" TO TF-DESCRICAO
           MOVE 20.00 TO TF-VALOR
           PERFORM 9100-GARANTIR-UMA-TARIFA
           MOVE "CH" TO TF-EVENTO
           MOVE "CHEQUE DEVOLVIDO" TO TF-DESCRICAO
           MOVE 35.00 TO TF-VALOR
           PERFORM 9100-GARANTIR-UMA-TARIFA
           MOVE "DD" TO TF-EVENTO
           MOVE "DEBITO DIRETO NAO PAGO" TO TF-DESCRICAO
           MOVE 5.00 TO TF-VALOR
           PERFORM 9100-GARANTIR-UMA-TARIFA
           MOVE "CT" TO TF-EVENTO
           MOVE "SUBSTITUICAO DE CARTAO" TO TF-DESCRICAO
           MOVE 12.00 TO TF-VALOR
           PERFORM 9100-GARANTIR-UMA-TARIFA
           MOVE "PN" TO TF-EVENTO
           MOVE "REPOSICAO DE PIN" TO TF-DESCRICAO
           MOVE 5.00 TO TF-VALOR
           PERFORM 9100-GARANTIR-UMA-TARIFA
           MOVE "TI" TO TF-EVENTO
           MOVE "TRANSFERENCIA INTERBANCARIA" TO TF-DESCRICAO
           MOVE 1.50 TO TF-VALOR
           PERFORM 9100-GARANTIR-UMA-TARIFA.

       9100-GARANTIR-UMA-TARIFA.
           WRITE REG-TARIFA
               INVALID KEY
                   CONTINUE
           END-WRITE.

       1000-ADICIONAR-COMISSAO.
           *> o tarifario debita contas de clientes: reservado ao
           *> administrador, como as restantes tabelas de precos
           IF NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ALTERAR O "
                   "TARIFARIO."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- ADICIONAR/ATUALIZAR COMISSAO ---".
           DISPLAY "EVENTOS: CD-CADERNETA, SC-SUSPENSAO CHEQUE, "
               "CH-CHEQUE DEVOLVIDO,"
           DISPLAY "         DD-DEBITO DIRETO DEVOLVIDO, "
               "CT-SUBSTITUICAO CARTAO,"
           DISPLAY "         PN-REPOSICAO PIN, "
               "TI-TRANSFERENCIA INTERBANCARIA"
           DISPLAY "EVENTO: " WITH NO ADVANCING
           ACCEPT TF-EVENTO
           MOVE FUNCTION UPPER-CASE(TF-EVENTO) TO TF-EVENTO
           IF TF-EVENTO NOT = "CD" AND NOT = "SC" AND NOT = "CH"
                   AND NOT = "DD" AND NOT = "CT" AND NOT = "PN"
                   AND NOT = "TI"
               DISPLAY "ERRO: EVENTO INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ESCALAO (** = TODOS): " WITH NO ADVANCING
           ACCEPT TF-ESCALAO
           MOVE FUNCTION UPPER-CASE(TF-ESCALAO) TO TF-ESCALAO
           IF TF-ESCALAO = SPACES
               DISPLAY "ERRO: ESCALAO EM BRANCO!"
               EXIT PARAGRAPH
           END-IF

           *> uma alteracao de preco grava-se com nova data efetiva,
           *> sem apagar a anterior: o historico fica no tarifario
           DISPLAY "DATA EFETIVA (AAAAMMDD, 0 = DATA DE NEGOCIO): "
               WITH NO ADVANCING
           ACCEPT TF-DATA-EFETIVA
           IF TF-DATA-EFETIVA = 0
               MOVE WS-DATA-NEGOCIO TO TF-DATA-EFETIVA
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(TF-DATA-EFETIVA) NOT = 0
               DISPLAY "ERRO: DATA EFETIVA INVALIDA!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DESCRICAO (MAX 30): " WITH NO ADVANCING
           ACCEPT TF-DESCRICAO
           DISPLAY "COMISSAO SEM IMPOSTO (0 = GRATUITO): "
               WITH NO ADVANCING
           ACCEPT TF-VALOR

           DISPLAY "IMPOSTO (S-SELO, I-IVA, N-ISENTO): "
               WITH NO ADVANCING
           ACCEPT TF-TIPO-IMPOSTO
           MOVE FUNCTION UPPER-CASE(TF-TIPO-IMPOSTO)
               TO TF-TIPO-IMPOSTO
           IF NOT TF-TIPO-IMPOSTO-VALIDO
               DISPLAY "ERRO: TIPO DE IMPOSTO INVALIDO!"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TF-TAXA-IMPOSTO
           IF NOT TF-SEM-IMPOSTO
               DISPLAY "TAXA DO IMPOSTO EM % (EX: 4.00, 23.00): "
                   WITH NO ADVANCING
               ACCEPT WS-TAXA-PERCENTUAL
               IF WS-TAXA-PERCENTUAL = 0
                       OR WS-TAXA-PERCENTUAL > 50
                   DISPLAY "ERRO: TAXA DE IMPOSTO FORA DOS LIMITES!"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE TF-TAXA-IMPOSTO = WS-TAXA-PERCENTUAL / 100
           END-IF

           WRITE REG-TARIFA
               INVALID KEY
                   REWRITE REG-TARIFA
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR COMISSAO!"
                       NOT INVALID KEY
                           DISPLAY "COMISSAO ATUALIZADA."
                           PERFORM 1100-AUDITAR-TARIFARIO
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "COMISSAO ADICIONADA."
                   PERFORM 1100-AUDITAR-TARIFARIO
           END-WRITE.

       1100-AUDITAR-TARIFARIO.
           MOVE "ALTERAR-TARIFARIO" TO WS-AUD-ACAO
           MOVE 0 TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       2000-LISTAR-TARIFARIO.
           DISPLAY " ".
           DISPLAY "EV ESC EFETIVA  DESCRICAO                      "
               "  COMISSAO I TAXA%".
           DISPLAY "------------------------------------------------"
               "------------------".

           MOVE LOW-VALUES TO TF-CHAVE
           START FICHEIRO-TARIFARIO KEY IS GREATER THAN TF-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TARIFARIO
           END-START

           PERFORM UNTIL WS-FS-TARIFARIO = "10"
               READ FICHEIRO-TARIFARIO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-TARIFARIO
                   NOT AT END
                       MOVE TF-VALOR TO WS-VALOR-FORMATADO
                       COMPUTE WS-TAXA-PERCENTUAL =
                           TF-TAXA-IMPOSTO * 100
                       MOVE WS-TAXA-PERCENTUAL TO WS-TAXA-FORMATADA
                       DISPLAY TF-EVENTO " " TF-ESCALAO "  "
                           TF-DATA-EFETIVA " " TF-DESCRICAO " "
                           WS-VALOR-FORMATADO " " TF-TIPO-IMPOSTO " "
                           WS-TAXA-FORMATADA
               END-READ
           END-PERFORM

           MOVE "00" TO WS-FS-TARIFARIO.

       3000-REGISTAR-ISENCAO.
           *> isentar uma conta e decisao comercial do balcao
           *> (supervisor); isentar um escalao inteiro mexe no preco
           *> do produto e fica com o administrador
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR OU ADMINISTRADOR PODE "
                   "REGISTAR ISENCOES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- REGISTAR ISENCAO DE COMISSOES ---".
           PERFORM 3100-PEDIR-CHAVE-ISENCAO
           IF WS-TIPO-ISENCAO = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-ISENCAO = "E" AND NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ISENTAR UM "
                   "ESCALAO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VALIDA ATE (AAAAMMDD, 99999999 = SEM FIM): "
               WITH NO ADVANCING
           ACCEPT IS-DATA-FIM
           IF IS-DATA-FIM < WS-DATA-NEGOCIO
               DISPLAY "ERRO: A DATA DE FIM JA PASSOU!"
               EXIT PARAGRAPH
           END-IF
           IF IS-DATA-FIM NOT = 99999999
                   AND FUNCTION TEST-DATE-YYYYMMDD(IS-DATA-FIM)
                       NOT = 0
               DISPLAY "ERRO: DATA DE FIM INVALIDA!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MOTIVO (MAX 30): " WITH NO ADVANCING
           ACCEPT IS-MOTIVO
           MOVE WS-OPR-ATUAL TO IS-OPERADOR
           MOVE WS-DATA-NEGOCIO TO IS-DATA-REGISTO

           WRITE REG-ISENCAO
               INVALID KEY
                   REWRITE REG-ISENCAO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR ISENCAO!"
                       NOT INVALID KEY
                           DISPLAY "ISENCAO ATUALIZADA."
                           PERFORM 3200-AUDITAR-ISENCAO
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "ISENCAO REGISTADA."
                   PERFORM 3200-AUDITAR-ISENCAO
           END-WRITE.

       3100-PEDIR-CHAVE-ISENCAO.
           *> monta IS-CHAVE; devolve WS-TIPO-ISENCAO em branco se o
           *> pedido for invalido
           DISPLAY "ISENCAO DE C-CONTA OU E-ESCALAO: "
               WITH NO ADVANCING
           ACCEPT WS-TIPO-ISENCAO
           MOVE FUNCTION UPPER-CASE(WS-TIPO-ISENCAO)
               TO WS-TIPO-ISENCAO
           EVALUATE WS-TIPO-ISENCAO
               WHEN "C"
                   DISPLAY "NUMERO DA CONTA: " WITH NO ADVANCING
                   ACCEPT WS-CONTA-PEDIDA
                   MOVE WS-CONTA-PEDIDA TO NR-CONTA-FILE
                   READ FICHEIRO-CLIENTES
                       INVALID KEY
                           DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
                           MOVE SPACE TO WS-TIPO-ISENCAO
                           EXIT PARAGRAPH
                   END-READ
                   MOVE WS-CONTA-PEDIDA TO IS-CONTA
                   MOVE SPACES TO IS-ESCALAO
               WHEN "E"
                   MOVE 0 TO IS-CONTA
                   DISPLAY "ESCALAO: " WITH NO ADVANCING
                   ACCEPT IS-ESCALAO
                   MOVE FUNCTION UPPER-CASE(IS-ESCALAO) TO IS-ESCALAO
                   IF IS-ESCALAO = SPACES OR IS-ESCALAO = "**"
                       DISPLAY "ERRO: INDIQUE UM ESCALAO CONCRETO!"
                       MOVE SPACE TO WS-TIPO-ISENCAO
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "ERRO: USE C OU E."
                   MOVE SPACE TO WS-TIPO-ISENCAO
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "EVENTO (** = TODOS): " WITH NO ADVANCING
           ACCEPT IS-EVENTO
           MOVE FUNCTION UPPER-CASE(IS-EVENTO) TO IS-EVENTO
           IF IS-EVENTO = SPACES
               DISPLAY "ERRO: EVENTO EM BRANCO!"
               MOVE SPACE TO WS-TIPO-ISENCAO
           END-IF.

       3200-AUDITAR-ISENCAO.
           MOVE "ALTERAR-ISENCAO" TO WS-AUD-ACAO
           MOVE IS-CONTA TO WS-AUD-CONTA
           PERFORM 9600-GRAVAR-AUDITORIA.

       3500-REMOVER-ISENCAO.
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR OU ADMINISTRADOR PODE "
                   "REMOVER ISENCOES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- REMOVER ISENCAO DE COMISSOES ---".
           PERFORM 3100-PEDIR-CHAVE-ISENCAO
           IF WS-TIPO-ISENCAO = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-TIPO-ISENCAO = "E" AND NOT OPERADOR-E-ADMIN
               DISPLAY "ERRO: SO UM ADMINISTRADOR PODE ALTERAR A "
                   "ISENCAO DE UM ESCALAO."
               EXIT PARAGRAPH
           END-IF
           DELETE FICHEIRO-ISENCOES
               INVALID KEY
                   DISPLAY "ERRO: ISENCAO NAO ENCONTRADA!"
               NOT INVALID KEY
                   DISPLAY "ISENCAO REMOVIDA."
                   PERFORM 3200-AUDITAR-ISENCAO
           END-DELETE.

       4000-LISTAR-ISENCOES.
           DISPLAY " ".
           DISPLAY "CONTA     ESC EV VALIDA ATE MOTIVO              "
               "           OPERADOR".
           DISPLAY "------------------------------------------------"
               "--------------------------".

           MOVE LOW-VALUES TO IS-CHAVE
           START FICHEIRO-ISENCOES KEY IS GREATER THAN IS-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-ISENCOES
           END-START

           PERFORM UNTIL WS-FS-ISENCOES = "10"
               READ FICHEIRO-ISENCOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-ISENCOES
                   NOT AT END
                       IF IS-DATA-FIM >= WS-DATA-NEGOCIO
                           DISPLAY IS-CONTA " " IS-ESCALAO "  "
                               IS-EVENTO " " IS-DATA-FIM "   "
                               IS-MOTIVO " " IS-OPERADOR
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO WS-FS-ISENCOES.

       5000-LISTAR-PENDENTES.
           DISPLAY " ".
           DISPLAY "ID        CONTA     EV DATA      COMISSAO   "
               "IMPOSTO".
           DISPLAY "------------------------------------------------"
               "-------".
           MOVE 0 TO WS-TOTAL-LISTADOS
           MOVE 0 TO WS-TOTAL-POR-COBRAR

           MOVE LOW-VALUES TO CP-ID
           START FICHEIRO-COMISSOES-PEND KEY IS GREATER THAN CP-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-COMISSOES-PEND
           END-START

           PERFORM UNTIL WS-FS-COMISSOES-PEND = "10"
               READ FICHEIRO-COMISSOES-PEND NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COMISSOES-PEND
                   NOT AT END
                       IF CP-POR-COBRAR
                           ADD 1 TO WS-TOTAL-LISTADOS
                           ADD CP-VALOR TO WS-TOTAL-POR-COBRAR
                           ADD CP-IMPOSTO TO WS-TOTAL-POR-COBRAR
                           MOVE CP-VALOR TO WS-VALOR-FORMATADO
                           MOVE CP-IMPOSTO TO WS-TOTAL-FORMATADO
                           DISPLAY CP-ID " " CP-CONTA " " CP-EVENTO
                               " " CP-DATA " " WS-VALOR-FORMATADO
                               " " WS-TOTAL-FORMATADO
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO WS-FS-COMISSOES-PEND
           MOVE WS-TOTAL-POR-COBRAR TO WS-TOTAL-FORMATADO
           DISPLAY "TOTAL: " WS-TOTAL-LISTADOS " COMISSOES POR COBRAR, "
               WS-TOTAL-FORMATADO " COM IMPOSTO.".

       6000-ANULAR-PENDENTE.
           *> anular prescinde de receita ja devida: decisao do
           *> supervisor, com rasto de auditoria
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR OU ADMINISTRADOR PODE "
                   "ANULAR COMISSOES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "ID DA COMISSAO POR COBRAR: " WITH NO ADVANCING
           ACCEPT WS-ID-PEDIDO
           MOVE WS-ID-PEDIDO TO CP-ID
           READ FICHEIRO-COMISSOES-PEND
               INVALID KEY
                   DISPLAY "ERRO: COMISSAO NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ
           IF NOT CP-POR-COBRAR
               DISPLAY "ERRO: A COMISSAO NAO ESTA POR COBRAR (ESTADO '"
                   CP-ESTADO "')."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TOTAL-POR-COBRAR = CP-VALOR + CP-IMPOSTO
           MOVE WS-TOTAL-POR-COBRAR TO WS-TOTAL-FORMATADO
           DISPLAY "CONTA " CP-CONTA " EVENTO " CP-EVENTO " DE "
               CP-DATA ": " WS-TOTAL-FORMATADO " COM IMPOSTO."
           DISPLAY "CONFIRMA A ANULACAO (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "ANULACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO CP-ESTADO
           MOVE WS-DATA-NEGOCIO TO CP-DATA-COBRANCA
           REWRITE REG-COMISSAO-PEND
               INVALID KEY
                   DISPLAY "ERRO AO ANULAR A COMISSAO!"
               NOT INVALID KEY
                   DISPLAY "COMISSAO " CP-ID " ANULADA."
                   MOVE "ANULAR-COMISSAO" TO WS-AUD-ACAO
                   MOVE CP-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

           COPY SIGNON.

           COPY DATANEG.
