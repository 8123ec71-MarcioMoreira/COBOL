       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTAO-PENHORAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PENHORAS ASSIGN TO "data/penhoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORAS.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-CIF-CONTAS ASSIGN TO "data/cif_contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LC-CHAVE
               FILE STATUS IS WS-FS-CIF-CONTAS.

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
       FD  FICHEIRO-PENHORAS.
           COPY PENHORA.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.

       77  WS-FS-PENHORAS          PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-OPCAO                PIC X VALUE 'L'.
       77  WS-CONFIRMA             PIC X.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-FALTA-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-LISTADAS       PIC 9(05) VALUE 0.
       77  WS-CONTA-PEDIDA         PIC 9(09).
       77  WS-EM-FALTA             PIC 9(07)V99.

       *> dados da ordem a registar, aceites antes de preencher o
       *> registo para nao estragar o buffer com uma leitura falhada
       77  WS-NOVA-CONTA           PIC 9(09).
       77  WS-NOVA-CIF             PIC 9(09).
       77  WS-NOVA-REFERENCIA      PIC X(15).
       77  WS-NOVA-ENTIDADE        PIC X(30).
       77  WS-NOVO-TIPO            PIC X(01).
       77  WS-NOVO-VALOR           PIC 9(07)V99.
       77  WS-NOVO-MINIMO          PIC 9(07)V99.
       77  WS-NOVA-PRIORIDADE      PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> o registo e o levantamento de penhoras decidem o que o
           *> lote apreende aos clientes: operador autenticado, com
           *> rasto de auditoria
           MOVE "GESTAO-PENHORAS" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           OPEN I-O FICHEIRO-PENHORAS.
           IF WS-FS-PENHORAS = "35"
               OPEN OUTPUT FICHEIRO-PENHORAS
               CLOSE FICHEIRO-PENHORAS
               OPEN I-O FICHEIRO-PENHORAS
           END-IF.
           IF WS-FS-PENHORAS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PENHORAS: "
                   WS-FS-PENHORAS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-PENHORAS
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF-CONTAS NOT = "00"
               CLOSE FICHEIRO-PENHORAS
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR LIGACOES CLIENTE-CONTA: "
                   WS-FS-CIF-CONTAS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- PENHORAS DE SALDO ---"
               DISPLAY "L - LISTAR PENHORAS ATIVAS"
               DISPLAY "R - REGISTAR ORDEM DE PENHORA"
               DISPLAY "V - LEVANTAR PENHORA"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "L"
                       PERFORM 2000-LISTAR-PENHORAS
                   WHEN "R"
                       PERFORM 3000-REGISTAR-PENHORA
                   WHEN "V"
                       PERFORM 4000-LEVANTAR-PENHORA
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-PENHORAS.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-CIF-CONTAS.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       2000-LISTAR-PENHORAS.
           DISPLAY " ".
           DISPLAY "CONTA (0 = TODAS): " WITH NO ADVANCING
           ACCEPT WS-CONTA-PEDIDA
           DISPLAY " ".
           DISPLAY "CONTA     CIF       REFERENCIA      PR "
               "        ORDEM     EM FALTA ENTIDADE".
           DISPLAY "---------------------------------------------"
               "-------------------------------------".
           MOVE 0 TO WS-TOTAL-LISTADAS

           MOVE LOW-VALUES TO PN-CHAVE
           IF WS-CONTA-PEDIDA NOT = 0
               MOVE WS-CONTA-PEDIDA TO PN-CONTA
           END-IF
           START FICHEIRO-PENHORAS KEY IS NOT LESS THAN PN-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-PENHORAS
           END-START

           PERFORM UNTIL WS-FS-PENHORAS = "10"
               READ FICHEIRO-PENHORAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PENHORAS
                   NOT AT END
                       IF WS-CONTA-PEDIDA NOT = 0
                               AND PN-CONTA NOT = WS-CONTA-PEDIDA
                           MOVE "10" TO WS-FS-PENHORAS
                       ELSE
                           IF PENHORA-ATIVA
                               PERFORM 2100-MOSTRAR-PENHORA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "PENHORAS ATIVAS: " WS-TOTAL-LISTADAS "."
           MOVE "00" TO WS-FS-PENHORAS.

       2100-MOSTRAR-PENHORA.
           ADD 1 TO WS-TOTAL-LISTADAS
           COMPUTE WS-EM-FALTA = PN-VALOR-ORDEM - PN-VALOR-PENHORADO
           MOVE PN-VALOR-ORDEM TO WS-VALOR-FORMATADO
           MOVE WS-EM-FALTA TO WS-FALTA-FORMATADO
           DISPLAY PN-CONTA " " PN-CIF " " PN-REFERENCIA " "
               PN-PRIORIDADE " " WS-VALOR-FORMATADO
               WS-FALTA-FORMATADO " " PN-ENTIDADE.

       3000-REGISTAR-PENHORA.
           DISPLAY " ".
           DISPLAY "--- REGISTAR ORDEM DE PENHORA ---".
           DISPLAY "CONTA A PENHORAR: " WITH NO ADVANCING
           ACCEPT WS-NOVA-CONTA
           MOVE WS-NOVA-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " WS-NOVA-CONTA
                       " NAO ENCONTRADA!"
           END-READ
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF CONTA-ENCERRADA-FILE
               DISPLAY "ERRO: CONTA ENCERRADA - DEVOLVA A ORDEM A "
                   "ENTIDADE."
               EXIT PARAGRAPH
           END-IF

           *> a ordem identifica o executado: a conta tem de estar
           *> ligada a esse CIF em cif_contas.dat
           DISPLAY "CIF DO EXECUTADO: " WITH NO ADVANCING
           ACCEPT WS-NOVA-CIF
           MOVE WS-NOVA-CIF TO LC-CIF
           MOVE WS-NOVA-CONTA TO LC-CONTA
           READ FICHEIRO-CIF-CONTAS
               INVALID KEY
                   DISPLAY "ERRO: A CONTA " WS-NOVA-CONTA
                       " NAO PERTENCE AO CIF " WS-NOVA-CIF "!"
           END-READ
           IF WS-FS-CIF-CONTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "REFERENCIA DO PROCESSO: " WITH NO ADVANCING
           ACCEPT WS-NOVA-REFERENCIA
           MOVE FUNCTION UPPER-CASE(WS-NOVA-REFERENCIA)
               TO WS-NOVA-REFERENCIA
           IF WS-NOVA-REFERENCIA = SPACES
               DISPLAY "ERRO: REFERENCIA OBRIGATORIA!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOVA-CONTA TO PN-CONTA
           MOVE WS-NOVA-CIF TO PN-CIF
           MOVE WS-NOVA-REFERENCIA TO PN-REFERENCIA
           READ FICHEIRO-PENHORAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: ORDEM JA REGISTADA PARA ESTA CONTA "
                       "(ESTADO '" PN-ESTADO "')."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "ENTIDADE EMISSORA: " WITH NO ADVANCING
           ACCEPT WS-NOVA-ENTIDADE
           MOVE FUNCTION UPPER-CASE(WS-NOVA-ENTIDADE)
               TO WS-NOVA-ENTIDADE
           DISPLAY "TIPO (T-TRIBUNAL F-FISCAL S-SEG.SOCIAL): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-TIPO
           MOVE FUNCTION UPPER-CASE(WS-NOVO-TIPO) TO WS-NOVO-TIPO
           MOVE WS-NOVO-TIPO TO PN-TIPO-ENTIDADE
           IF NOT TIPO-ENTIDADE-VALIDO
               DISPLAY "ERRO: TIPO DE ENTIDADE INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "VALOR A PENHORAR (" MOEDA-FILE "): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-VALOR
           IF WS-NOVO-VALOR = 0
               DISPLAY "ERRO: VALOR INVALIDO!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "MINIMO PROTEGIDO (" MOEDA-FILE "): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-MINIMO
           DISPLAY "PRIORIDADE (01 = PRIMEIRA): " WITH NO ADVANCING
           ACCEPT WS-NOVA-PRIORIDADE
           IF WS-NOVA-PRIORIDADE = 0
               MOVE 1 TO WS-NOVA-PRIORIDADE
           END-IF

           MOVE WS-NOVO-VALOR TO WS-VALOR-FORMATADO
           DISPLAY "PENHORAR ATE " WS-VALOR-FORMATADO " " MOEDA-FILE
               " DA CONTA " WS-NOVA-CONTA " (" NOME-FILE ")? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "REGISTO CANCELADO."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOVA-CONTA TO PN-CONTA
           MOVE WS-NOVA-CIF TO PN-CIF
           MOVE WS-NOVA-REFERENCIA TO PN-REFERENCIA
           MOVE WS-NOVA-ENTIDADE TO PN-ENTIDADE
           MOVE WS-NOVO-TIPO TO PN-TIPO-ENTIDADE
           MOVE WS-NOVO-VALOR TO PN-VALOR-ORDEM
           MOVE 0 TO PN-VALOR-PENHORADO
           MOVE WS-NOVO-MINIMO TO PN-MINIMO-PROTEGIDO
           MOVE WS-NOVA-PRIORIDADE TO PN-PRIORIDADE
           MOVE WS-DATA-NEGOCIO TO PN-DATA-RECECAO
           MOVE 0 TO PN-DATA-ULTIMA
           MOVE "A" TO PN-ESTADO
           MOVE WS-OPR-ATUAL TO PN-OPERADOR

           WRITE REG-PENHORA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PENHORA!"
               NOT INVALID KEY
                   DISPLAY "PENHORA " PN-REFERENCIA " REGISTADA - "
                       "EXECUTADA NO PROXIMO FECHO."
                   MOVE "REGISTAR-PENHORA" TO WS-AUD-ACAO
                   MOVE WS-NOVA-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-WRITE.

       4000-LEVANTAR-PENHORA.
           *> so a entidade emissora levanta a ordem; a execucao do
           *> levantamento no sistema e assinada por supervisor
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: LEVANTAR PENHORAS EXIGE PERFIL DE "
                   "SUPERVISOR."
               EXIT PARAGRAPH
           END-IF

           DISPLAY " ".
           DISPLAY "--- LEVANTAR PENHORA ---".
           DISPLAY "CONTA: " WITH NO ADVANCING
           ACCEPT WS-NOVA-CONTA
           DISPLAY "CIF DO EXECUTADO: " WITH NO ADVANCING
           ACCEPT WS-NOVA-CIF
           DISPLAY "REFERENCIA DO PROCESSO: " WITH NO ADVANCING
           ACCEPT WS-NOVA-REFERENCIA
           MOVE FUNCTION UPPER-CASE(WS-NOVA-REFERENCIA)
               TO WS-NOVA-REFERENCIA

           MOVE WS-NOVA-CONTA TO PN-CONTA
           MOVE WS-NOVA-CIF TO PN-CIF
           MOVE WS-NOVA-REFERENCIA TO PN-REFERENCIA
           READ FICHEIRO-PENHORAS
               INVALID KEY
                   DISPLAY "ERRO: PENHORA NAO ENCONTRADA!"
           END-READ
           IF WS-FS-PENHORAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT PENHORA-ATIVA
               DISPLAY "ERRO: A PENHORA JA NAO ESTA ATIVA (ESTADO '"
                   PN-ESTADO "')."
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-MOSTRAR-PENHORA
           DISPLAY "CONFIRMA O LEVANTAMENTO? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "LEVANTAMENTO CANCELADO."
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO PN-ESTADO
           MOVE WS-DATA-NEGOCIO TO PN-DATA-ULTIMA
           MOVE WS-OPR-ATUAL TO PN-OPERADOR
           REWRITE REG-PENHORA
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A PENHORA!"
               NOT INVALID KEY
                   DISPLAY "PENHORA " PN-REFERENCIA " LEVANTADA."
                   MOVE "LEVANTAR-PENHORA" TO WS-AUD-ACAO
                   MOVE WS-NOVA-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

           COPY SIGNON.

           COPY DATANEG.
