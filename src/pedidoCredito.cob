       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-CREDITO.

      *> Pedido de credito e avaliacao da capacidade de pagamento,
      *> antes da originacao em EMPRESTIMO. O balcao regista o
      *> pedido (conta, titular, capital, prazo e a posicao do
      *> cliente na central de responsabilidades de credito); o
      *> programa apura o rendimento mensal medio pelos creditos de
      *> salario ('V') dos ultimos seis meses em todas as contas do
      *> CIF, soma as prestacoes dos emprestimos ativos do CIF neste
      *> banco e as da CRC, e calcula a taxa de esforco. A politica
      *> decide: aprovado, referido ao supervisor ou recusado. Os
      *> referidos sao decididos aqui por um supervisor, com o
      *> resultado registado no proprio pedido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-PEDIDOS ASSIGN TO
               "data/pedidos_credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCR-NUMERO
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-TITULARES ASSIGN TO "data/titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-FS-TITULARES.

           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

           SELECT FICHEIRO-CIF-CONTAS ASSIGN TO "data/cif_contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CHAVE
               FILE STATUS IS WS-FS-CIF-CONTAS.

           SELECT FICHEIRO-TAXAS ASSIGN TO "data/taxas_produto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS WS-FS-TAXAS.

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
       FD  FICHEIRO-PEDIDOS.
           COPY PEDCRED.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-TAXAS.
           COPY TAXAPROD.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY PRECARIOWS.

       77  WS-FS-PEDIDOS           PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-OPCAO                PIC X VALUE 'L'.
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-PROXIMO-NUMERO       PIC 9(09) VALUE 1.
       77  WS-DECISAO              PIC X(01).
       77  WS-FILTRO-ESTADO        PIC X(01).
       77  WS-TOTAL-LISTADOS       PIC 9(05).
       77  WS-VALOR-FORMATADO      PIC Z,ZZZ,ZZ9.99.
       77  WS-TAXA-FORMATADA       PIC ZZ9.99.

      *> Politica de credito. A taxa de esforco e a soma de todas as
      *> prestacoes mensais (a nova, as dos emprestimos ativos neste
      *> banco e as declaradas na CRC) em percentagem do rendimento
      *> mensal medio: ate ao primeiro limite aprova, ate ao segundo
      *> refere ao supervisor, acima recusa. Prestacoes em atraso
      *> no banco: a partir do limite recusa, abaixo refere.
       77  WS-LIMITE-APROVAR       PIC 9(03)V99 VALUE 35.00.
       77  WS-LIMITE-REFERIR       PIC 9(03)V99 VALUE 50.00.
       77  WS-ATRASO-RECUSA        PIC 9(03) VALUE 3.

      *> Calculo da prestacao constante (sistema frances), como em
      *> EMPRESTIMO.
       77  WS-TAXA-MENSAL          PIC 9V9(09).
       77  WS-FATOR-DESCONTO       PIC 9(03)V9(09).

      *> Contas do CIF (ligacao data/cif_contas.dat, mais a conta do
      *> pedido se a ligacao ainda nao a tiver).
       01  WS-TABELA-CONTAS.
           05 WS-CONTA-CIF OCCURS 50 TIMES PIC 9(09).
       77  WS-TOTAL-CONTAS         PIC 9(03).
       77  WS-CT-IDX               PIC 9(03).
       77  WS-CONTA-PROCURADA      PIC 9(09).
       77  WS-CONTA-NA-TABELA      PIC X.
           88 CONTA-DO-CIF           VALUE 'S'.

      *> Janela de rendimento: creditos de salario depois da mesma
      *> data de ha seis meses; cada mes com pelo menos um salario
      *> conta para PCR-MESES-COM-SALARIO.
       01  WS-DATA-INICIO-JANELA.
           05 WS-JAN-ANO           PIC 9(04).
           05 WS-JAN-MES           PIC 9(02).
           05 WS-JAN-DIA           PIC 9(02).
       01  WS-DATA-INICIO-NUM REDEFINES WS-DATA-INICIO-JANELA
                                   PIC 9(08).
       01  WS-DATA-MOV-PARTES.
           05 WS-MOV-ANO           PIC 9(04).
           05 WS-MOV-MES           PIC 9(02).
           05 WS-MOV-DIA           PIC 9(02).
       77  WS-MESES-HOJE           PIC 9(06).
       77  WS-MESES-INICIO         PIC 9(06).
       77  WS-MESES-MOV            PIC 9(06).
       77  WS-MES-IDX              PIC 9(02).
       01  WS-TABELA-MESES.
           05 WS-MES-COM-SALARIO OCCURS 7 TIMES PIC X(01).
       77  WS-SOMA-SALARIOS        PIC 9(09)V99.
       77  WS-TOTAL-PRESTACOES     PIC 9(09)V99.
       77  WS-CREDITO-ABATIDO      PIC X.
           88 CIF-COM-ABATIDO        VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> a decisao de credito fica com o operador que a tomou
           MOVE "PEDIDO-CREDITO" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           *> OPEN I-O: mantem os pedidos ja existentes no ficheiro.
           *> So cria o ficheiro (OPEN OUTPUT) se ainda nao existir.
           OPEN I-O FICHEIRO-PEDIDOS.
           IF WS-FS-PEDIDOS = "35"
               OPEN OUTPUT FICHEIRO-PEDIDOS
               CLOSE FICHEIRO-PEDIDOS
               OPEN I-O FICHEIRO-PEDIDOS
           END-IF.
           IF WS-FS-PEDIDOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PEDIDOS DE "
                   "CREDITO. STATUS: " WS-FS-PEDIDOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-PEDIDOS
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-PEDIDOS
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           *> sem carteira de emprestimos nao ha prestacoes
           *> existentes a somar
           OPEN INPUT FICHEIRO-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS NOT = "00"
               AND WS-FS-EMPRESTIMOS NOT = "35"
               CLOSE FICHEIRO-PEDIDOS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE EMPRESTIMOS: "
                   WS-FS-EMPRESTIMOS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           *> o pedido e sempre de um titular identificado: sem a
           *> titularidade e o mestre de clientes nao ha avaliacao
           OPEN INPUT FICHEIRO-TITULARES.
           OPEN INPUT FICHEIRO-CIF.
           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-TITULARES NOT = "00" OR WS-FS-CIF NOT = "00"
               OR WS-FS-CIF-CONTAS NOT = "00"
               CLOSE FICHEIRO-PEDIDOS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-MOVIMENTOS
               IF WS-FS-EMPRESTIMOS NOT = "35"
                   CLOSE FICHEIRO-EMPRESTIMOS
               END-IF
               IF WS-FS-TITULARES = "00"
                   CLOSE FICHEIRO-TITULARES
               END-IF
               IF WS-FS-CIF = "00"
                   CLOSE FICHEIRO-CIF
               END-IF
               IF WS-FS-CIF-CONTAS = "00"
                   CLOSE FICHEIRO-CIF-CONTAS
               END-IF
               DISPLAY "ERRO: TITULARIDADE/MESTRE DE CLIENTES "
                   "INDISPONIVEL - CORRA MIGRAR-KYC."
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-TAXAS.
           IF WS-FS-TAXAS = "00"
               MOVE 'S' TO WS-TAXAS-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE TAXAS INDISPONIVEL - "
                   "REGISTO DE PEDIDOS BLOQUEADO "
                   "(CORRA TABELA-TAXAS)."
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           PERFORM 1100-INICIALIZAR-NUMERO.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- PEDIDOS DE CREDITO ---"
               DISPLAY "N - NOVO PEDIDO (REGISTAR E AVALIAR)"
               DISPLAY "D - DECIDIR PEDIDO REFERIDO (SUPERVISOR)"
               DISPLAY "V - VER PEDIDO"
               DISPLAY "L - LISTAR PEDIDOS"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
               ACCEPT WS-OPCAO

               MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO

               EVALUATE WS-OPCAO
                   WHEN "N"
                       PERFORM 1000-REGISTAR-PEDIDO
                   WHEN "D"
                       PERFORM 2000-DECIDIR-REFERIDO
                   WHEN "V"
                       PERFORM 3000-VER-PEDIDO
                   WHEN "L"
                       PERFORM 4000-LISTAR-PEDIDOS
                   WHEN "S"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA!"
               END-EVALUATE
           END-PERFORM.

           CLOSE FICHEIRO-PEDIDOS.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-MOVIMENTOS.
           IF WS-FS-EMPRESTIMOS NOT = "35"
               CLOSE FICHEIRO-EMPRESTIMOS
           END-IF.
           CLOSE FICHEIRO-TITULARES.
           CLOSE FICHEIRO-CIF.
           CLOSE FICHEIRO-CIF-CONTAS.
           IF TAXAS-DISPONIVEL
               CLOSE FICHEIRO-TAXAS
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       1100-INICIALIZAR-NUMERO.
           *> o numero do pedido e atribuido pelo sistema, a seguir
           *> ao maior ja registado
           MOVE 1 TO WS-PROXIMO-NUMERO
           MOVE LOW-VALUES TO PCR-NUMERO
           START FICHEIRO-PEDIDOS KEY IS GREATER THAN PCR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-PEDIDOS
           END-START

           PERFORM UNTIL WS-FS-PEDIDOS = "10"
               READ FICHEIRO-PEDIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PEDIDOS
                   NOT AT END
                       COMPUTE WS-PROXIMO-NUMERO = PCR-NUMERO + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PEDIDOS.

       1000-REGISTAR-PEDIDO.
           IF NOT TAXAS-DISPONIVEL
               DISPLAY "ERRO: TABELA DE TAXAS INDISPONIVEL!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- NOVO PEDIDO DE CREDITO ---".
           INITIALIZE REG-PEDIDO-CREDITO
           DISPLAY "CONTA DO CLIENTE: " WITH NO ADVANCING
           ACCEPT PCR-CONTA
           MOVE PCR-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
           END-READ
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT CONTA-PERMITE-CREDITO
               DISPLAY "ERRO: O ESTADO DA CONTA NAO PERMITE CREDITOS!"
               EXIT PARAGRAPH
           END-IF

           *> so um titular (primario ou conjunto) pede credito; um
           *> assinante autorizado nao responde pela divida
           DISPLAY "CIF DO TITULAR QUE PEDE O CREDITO: "
               WITH NO ADVANCING
           ACCEPT PCR-CIF
           MOVE PCR-CONTA TO TL-CONTA
           MOVE PCR-CIF TO TL-CIF
           READ FICHEIRO-TITULARES
               INVALID KEY
                   DISPLAY "ERRO: O CIF NAO E TITULAR DESTA CONTA!"
           END-READ
           IF WS-FS-TITULARES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF TITULAR-ASSINANTE
               DISPLAY "ERRO: UM ASSINANTE AUTORIZADO NAO PODE "
                   "PEDIR CREDITO!"
               EXIT PARAGRAPH
           END-IF
           MOVE PCR-CIF TO CIF-ID
           READ FICHEIRO-CIF
               INVALID KEY
                   DISPLAY "ERRO: CIF NAO ENCONTRADO NO MESTRE!"
           END-READ
           IF WS-FS-CIF NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF KYC-EXPIRADO
               DISPLAY "ERRO: KYC DO TITULAR EXPIRADO - ATUALIZE-O "
                   "EM SETUP-DATABASE (OPCAO K)."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TITULAR: " CIF-NOME

           DISPLAY "CAPITAL (EX: 10000,00 -> 001000000): "
               WITH NO ADVANCING
           ACCEPT PCR-CAPITAL
           IF PCR-CAPITAL = 0
               DISPLAY "ERRO: CAPITAL TEM DE SER SUPERIOR A ZERO!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PRAZO EM MESES: " WITH NO ADVANCING
           ACCEPT PCR-PRAZO-MESES
           IF PCR-PRAZO-MESES = 0
               DISPLAY "ERRO: PRAZO TEM DE SER SUPERIOR A ZERO!"
               EXIT PARAGRAPH
           END-IF

           MOVE "EM" TO WS-TX-PRODUTO
           MOVE PCR-PRAZO-MESES TO WS-TX-PRAZO
           PERFORM 9750-OBTER-TAXA-PRODUTO
           IF NOT TAXA-ENCONTRADA
               DISPLAY "ERRO: SEM TAXA EM VIGOR PARA EMPRESTIMOS "
                   "A ESTE PRAZO - MANTENHA A TABELA-TAXAS!"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAXA-OBTIDA TO PCR-TAXA-ANUAL
           PERFORM 8000-CALCULAR-PRESTACAO

           *> posicao na central de responsabilidades de credito,
           *> copiada do mapa que o cliente autorizou consultar
           DISPLAY "CRC - DIVIDA NOUTRAS INSTITUICOES "
               "(EX: 5000,00 -> 00000500000): " WITH NO ADVANCING
           ACCEPT PCR-CRC-DIVIDA
           DISPLAY "CRC - PRESTACOES MENSAIS NOUTRAS INSTITUICOES: "
               WITH NO ADVANCING
           ACCEPT PCR-CRC-PRESTACOES
           MOVE SPACE TO PCR-CRC-INCUMPRIMENTO
           PERFORM UNTIL PCR-CRC-INCUMPRIMENTO = "S" OR "N"
               DISPLAY "CRC - INCUMPRIMENTO REPORTADO (S/N): "
                   WITH NO ADVANCING
               ACCEPT PCR-CRC-INCUMPRIMENTO
               MOVE FUNCTION UPPER-CASE(PCR-CRC-INCUMPRIMENTO)
                   TO PCR-CRC-INCUMPRIMENTO
           END-PERFORM

           PERFORM 1200-CARREGAR-CONTAS-CIF
           PERFORM 1300-APURAR-RENDIMENTO
           PERFORM 1400-APURAR-PRESTACOES
           PERFORM 1500-AVALIAR-PEDIDO

           MOVE WS-PROXIMO-NUMERO TO PCR-NUMERO
           MOVE WS-DATA-HOJE TO PCR-DATA-PEDIDO
           MOVE WS-OPR-ATUAL TO PCR-OPERADOR
           MOVE PCR-DECISAO-SISTEMA TO PCR-ESTADO
           MOVE 0 TO PCR-SUPERVISOR
           MOVE 0 TO PCR-DATA-DECISAO
           MOVE SPACES TO PCR-OBSERVACAO
           MOVE 0 TO PCR-EMPRESTIMO

           WRITE REG-PEDIDO-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO " PCR-NUMERO "!"
               NOT INVALID KEY
                   ADD 1 TO WS-PROXIMO-NUMERO
                   MOVE "REGISTAR-PEDIDO" TO WS-AUD-ACAO
                   MOVE PCR-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
                   PERFORM 3100-MOSTRAR-PEDIDO
           END-WRITE.

       1200-CARREGAR-CONTAS-CIF.
           MOVE 0 TO WS-TOTAL-CONTAS
           MOVE PCR-CIF TO LC-CIF
           MOVE 0 TO LC-CONTA
           START FICHEIRO-CIF-CONTAS KEY IS NOT LESS THAN LC-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-CIF-CONTAS
           END-START

           PERFORM UNTIL WS-FS-CIF-CONTAS = "10"
               READ FICHEIRO-CIF-CONTAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CIF-CONTAS
                   NOT AT END
                       IF LC-CIF = PCR-CIF
                           IF WS-TOTAL-CONTAS < 50
                               ADD 1 TO WS-TOTAL-CONTAS
                               MOVE LC-CONTA
                                   TO WS-CONTA-CIF(WS-TOTAL-CONTAS)
                           END-IF
                       ELSE
                           MOVE "10" TO WS-FS-CIF-CONTAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF-CONTAS

           MOVE PCR-CONTA TO WS-CONTA-PROCURADA
           PERFORM 1250-CONTA-NA-TABELA
           IF NOT CONTA-DO-CIF AND WS-TOTAL-CONTAS < 50
               ADD 1 TO WS-TOTAL-CONTAS
               MOVE PCR-CONTA TO WS-CONTA-CIF(WS-TOTAL-CONTAS)
           END-IF.

       1250-CONTA-NA-TABELA.
           MOVE 'N' TO WS-CONTA-NA-TABELA
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-TOTAL-CONTAS
                      OR CONTA-DO-CIF
               IF WS-CONTA-CIF(WS-CT-IDX) = WS-CONTA-PROCURADA
                   MOVE 'S' TO WS-CONTA-NA-TABELA
               END-IF
           END-PERFORM.

       1300-APURAR-RENDIMENTO.
           *> inicio da janela: a mesma data ha seis meses (dia
           *> limitado a 28 para existir em qualquer mes)
           MOVE WS-DATA-HOJE TO WS-DATA-MOV-PARTES
           COMPUTE WS-MESES-HOJE = WS-MOV-ANO * 12 + WS-MOV-MES - 1
           COMPUTE WS-MESES-INICIO = WS-MESES-HOJE - 6
           DIVIDE WS-MESES-INICIO BY 12 GIVING WS-JAN-ANO
               REMAINDER WS-JAN-MES
           ADD 1 TO WS-JAN-MES
           MOVE WS-MOV-DIA TO WS-JAN-DIA
           IF WS-JAN-DIA > 28
               MOVE 28 TO WS-JAN-DIA
           END-IF

           MOVE 0 TO WS-SOMA-SALARIOS
           MOVE SPACES TO WS-TABELA-MESES
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-TOTAL-CONTAS
               PERFORM 1350-SALARIOS-DA-CONTA
           END-PERFORM

           MOVE 0 TO PCR-MESES-COM-SALARIO
           PERFORM VARYING WS-MES-IDX FROM 1 BY 1 UNTIL WS-MES-IDX > 7
               IF WS-MES-COM-SALARIO(WS-MES-IDX) = "S"
                   AND PCR-MESES-COM-SALARIO < 6
                   ADD 1 TO PCR-MESES-COM-SALARIO
               END-IF
           END-PERFORM

           COMPUTE PCR-RENDIMENTO-MENSAL ROUNDED =
               WS-SOMA-SALARIOS / 6.

       1350-SALARIOS-DA-CONTA.
           MOVE WS-CONTA-CIF(WS-CT-IDX) TO MOV-CONTA
           START FICHEIRO-MOVIMENTOS KEY IS NOT LESS THAN MOV-CONTA
               INVALID KEY
                   MOVE "10" TO WS-FS-MOVIMENTOS
           END-START

           PERFORM UNTIL WS-FS-MOVIMENTOS = "10"
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MOVIMENTOS
                   NOT AT END
                       IF MOV-CONTA NOT = WS-CONTA-CIF(WS-CT-IDX)
                           MOVE "10" TO WS-FS-MOVIMENTOS
                       ELSE
                           IF MOV-TIPO-OP = "V"
                               AND MOV-DATA > WS-DATA-INICIO-NUM
                               AND MOV-DATA NOT > WS-DATA-HOJE
                               ADD MOV-VALOR TO WS-SOMA-SALARIOS
                               MOVE MOV-DATA TO WS-DATA-MOV-PARTES
                               COMPUTE WS-MESES-MOV =
                                   WS-MOV-ANO * 12 + WS-MOV-MES - 1
                               COMPUTE WS-MES-IDX =
                                   WS-MESES-MOV - WS-MESES-INICIO + 1
                               MOVE "S" TO
                                   WS-MES-COM-SALARIO(WS-MES-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS.

       1400-APURAR-PRESTACOES.
           *> emprestimos de qualquer conta do CIF: as prestacoes dos
           *> ativos e as que estao em atraso; um credito ja abatido
           *> a perda neste banco e sinalizado
           MOVE 0 TO PCR-PRESTACOES-EXIST
           MOVE 0 TO PCR-PRESTACOES-ATRASO
           MOVE 'N' TO WS-CREDITO-ABATIDO
           IF WS-FS-EMPRESTIMOS = "35"
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO EMP-NUMERO
           START FICHEIRO-EMPRESTIMOS KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-EMPRESTIMOS
           END-START

           PERFORM UNTIL WS-FS-EMPRESTIMOS = "10"
               READ FICHEIRO-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-EMPRESTIMOS
                   NOT AT END
                       MOVE EMP-CONTA TO WS-CONTA-PROCURADA
                       PERFORM 1250-CONTA-NA-TABELA
                       IF CONTA-DO-CIF
                           IF EMP-ATIVO
                               ADD EMP-PRESTACAO
                                   TO PCR-PRESTACOES-EXIST
                               ADD EMP-EM-ATRASO
                                   TO PCR-PRESTACOES-ATRASO
                           END-IF
                           IF EMP-ABATIDO
                               MOVE 'S' TO WS-CREDITO-ABATIDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-EMPRESTIMOS.

       1500-AVALIAR-PEDIDO.
           COMPUTE WS-TOTAL-PRESTACOES = PCR-PRESTACAO
               + PCR-PRESTACOES-EXIST + PCR-CRC-PRESTACOES
           IF PCR-RENDIMENTO-MENSAL = 0
               MOVE 999.99 TO PCR-TAXA-ESFORCO
           ELSE
               COMPUTE PCR-TAXA-ESFORCO ROUNDED =
                   WS-TOTAL-PRESTACOES * 100 / PCR-RENDIMENTO-MENSAL
                   ON SIZE ERROR
                       MOVE 999.99 TO PCR-TAXA-ESFORCO
               END-COMPUTE
           END-IF

           *> a primeira regra que se aplica decide; as recusas
           *> vem antes das referencias
           EVALUATE TRUE
               WHEN CRC-COM-INCUMPRIMENTO
                   MOVE "D" TO PCR-DECISAO-SISTEMA
                   MOVE "CR" TO PCR-MOTIVO
               WHEN CIF-COM-ABATIDO
                   MOVE "D" TO PCR-DECISAO-SISTEMA
                   MOVE "AB" TO PCR-MOTIVO
               WHEN PCR-PRESTACOES-ATRASO NOT < WS-ATRASO-RECUSA
                   MOVE "D" TO PCR-DECISAO-SISTEMA
                   MOVE "AT" TO PCR-MOTIVO
               WHEN PCR-RENDIMENTO-MENSAL = 0
                   *> sem salario domiciliado o rendimento tem de
                   *> ser comprovado ao supervisor
                   MOVE "R" TO PCR-DECISAO-SISTEMA
                   MOVE "SR" TO PCR-MOTIVO
               WHEN PCR-TAXA-ESFORCO > WS-LIMITE-REFERIR
                   MOVE "D" TO PCR-DECISAO-SISTEMA
                   MOVE "TE" TO PCR-MOTIVO
               WHEN PCR-PRESTACOES-ATRASO > 0
                   MOVE "R" TO PCR-DECISAO-SISTEMA
                   MOVE "AT" TO PCR-MOTIVO
               WHEN PCR-TAXA-ESFORCO > WS-LIMITE-APROVAR
                   MOVE "R" TO PCR-DECISAO-SISTEMA
                   MOVE "TE" TO PCR-MOTIVO
               WHEN OTHER
                   MOVE "A" TO PCR-DECISAO-SISTEMA
                   MOVE "OK" TO PCR-MOTIVO
           END-EVALUATE.

       2000-DECIDIR-REFERIDO.
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE DECIDIR PEDIDOS "
                   "REFERIDOS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- DECIDIR PEDIDO REFERIDO ---".
           DISPLAY "NUMERO DO PEDIDO: " WITH NO ADVANCING
           ACCEPT PCR-NUMERO
           READ FICHEIRO-PEDIDOS
               INVALID KEY
                   DISPLAY "ERRO: PEDIDO NAO ENCONTRADO!"
           END-READ
           IF WS-FS-PEDIDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT PEDIDO-REFERIDO
               DISPLAY "ERRO: O PEDIDO NAO ESTA A AGUARDAR DECISAO!"
               EXIT PARAGRAPH
           END-IF
           *> quatro olhos: quem registou o pedido nao o decide
           IF PCR-OPERADOR = WS-OPR-ATUAL
               DISPLAY "ERRO: O PEDIDO TEM DE SER DECIDIDO POR OUTRO "
                   "OPERADOR!"
               EXIT PARAGRAPH
           END-IF

           PERFORM 3100-MOSTRAR-PEDIDO

           MOVE SPACE TO WS-DECISAO
           PERFORM UNTIL WS-DECISAO = "A" OR "D" OR "C"
               DISPLAY "DECISAO (A-APROVAR / D-RECUSAR / C-CANCELAR): "
                   WITH NO ADVANCING
               ACCEPT WS-DECISAO
               MOVE FUNCTION UPPER-CASE(WS-DECISAO) TO WS-DECISAO
           END-PERFORM
           IF WS-DECISAO = "C"
               DISPLAY "OPERACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PCR-OBSERVACAO
           PERFORM UNTIL PCR-OBSERVACAO NOT = SPACES
               DISPLAY "FUNDAMENTO DA DECISAO (MAX 40): "
                   WITH NO ADVANCING
               ACCEPT PCR-OBSERVACAO
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(PCR-OBSERVACAO) TO PCR-OBSERVACAO

           MOVE WS-DECISAO TO PCR-ESTADO
           MOVE WS-OPR-ATUAL TO PCR-SUPERVISOR
           MOVE WS-DATA-HOJE TO PCR-DATA-DECISAO
           REWRITE REG-PEDIDO-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO!"
               NOT INVALID KEY
                   IF PEDIDO-APROVADO
                       DISPLAY "PEDIDO " PCR-NUMERO " APROVADO - "
                           "PODE SER ORIGINADO EM EMPRESTIMO."
                   ELSE
                       DISPLAY "PEDIDO " PCR-NUMERO " RECUSADO."
                   END-IF
                   MOVE "DECIDIR-PEDIDO" TO WS-AUD-ACAO
                   MOVE PCR-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       3000-VER-PEDIDO.
           DISPLAY " ".
           DISPLAY "NUMERO DO PEDIDO: " WITH NO ADVANCING
           ACCEPT PCR-NUMERO
           READ FICHEIRO-PEDIDOS
               INVALID KEY
                   DISPLAY "ERRO: PEDIDO NAO ENCONTRADO!"
               NOT INVALID KEY
                   PERFORM 3100-MOSTRAR-PEDIDO
           END-READ.

       3100-MOSTRAR-PEDIDO.
           DISPLAY " ".
           DISPLAY "PEDIDO " PCR-NUMERO "  DE " PCR-DATA-PEDIDO
               "  OPERADOR " PCR-OPERADOR
           DISPLAY "CONTA " PCR-CONTA "  CIF " PCR-CIF
           MOVE PCR-CAPITAL TO WS-VALOR-FORMATADO
           DISPLAY "CAPITAL           : " WS-VALOR-FORMATADO
               "  PRAZO " PCR-PRAZO-MESES " MESES  TAXA "
               PCR-TAXA-ANUAL
           MOVE PCR-PRESTACAO TO WS-VALOR-FORMATADO
           DISPLAY "PRESTACAO NOVA    : " WS-VALOR-FORMATADO
           MOVE PCR-RENDIMENTO-MENSAL TO WS-VALOR-FORMATADO
           DISPLAY "RENDIMENTO MENSAL : " WS-VALOR-FORMATADO
               "  (" PCR-MESES-COM-SALARIO " DE 6 MESES COM SALARIO)"
           MOVE PCR-PRESTACOES-EXIST TO WS-VALOR-FORMATADO
           DISPLAY "PRESTACOES BANCO  : " WS-VALOR-FORMATADO
               "  EM ATRASO: " PCR-PRESTACOES-ATRASO
           MOVE PCR-CRC-PRESTACOES TO WS-VALOR-FORMATADO
           DISPLAY "PRESTACOES CRC    : " WS-VALOR-FORMATADO
               "  INCUMPRIMENTO: " PCR-CRC-INCUMPRIMENTO
           MOVE PCR-TAXA-ESFORCO TO WS-TAXA-FORMATADA
           DISPLAY "TAXA DE ESFORCO   : " WS-TAXA-FORMATADA "%"
           DISPLAY "DECISAO DO SISTEMA: " PCR-DECISAO-SISTEMA
               "  MOTIVO: " PCR-MOTIVO
           EVALUATE TRUE
               WHEN PEDIDO-APROVADO
                   DISPLAY "ESTADO            : APROVADO"
               WHEN PEDIDO-REFERIDO
                   DISPLAY "ESTADO            : REFERIDO - AGUARDA "
                       "DECISAO DO SUPERVISOR"
               WHEN PEDIDO-RECUSADO
                   DISPLAY "ESTADO            : RECUSADO"
               WHEN PEDIDO-ORIGINADO
                   DISPLAY "ESTADO            : ORIGINADO - "
                       "EMPRESTIMO " PCR-EMPRESTIMO
           END-EVALUATE
           IF PCR-SUPERVISOR NOT = 0
               DISPLAY "DECIDIDO POR " PCR-SUPERVISOR " EM "
                   PCR-DATA-DECISAO ": " PCR-OBSERVACAO
           END-IF.

       4000-LISTAR-PEDIDOS.
           DISPLAY " ".
           DISPLAY "ESTADO A LISTAR (A/R/D/O, ENTER PARA TODOS): "
               WITH NO ADVANCING
           MOVE SPACE TO WS-FILTRO-ESTADO
           ACCEPT WS-FILTRO-ESTADO
           MOVE FUNCTION UPPER-CASE(WS-FILTRO-ESTADO)
               TO WS-FILTRO-ESTADO
           DISPLAY "PEDIDO    CONTA     DATA     CAPITAL       "
               "ESFORCO E MOT"
           MOVE 0 TO WS-TOTAL-LISTADOS
           MOVE LOW-VALUES TO PCR-NUMERO
           START FICHEIRO-PEDIDOS KEY IS GREATER THAN PCR-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-PEDIDOS
           END-START

           PERFORM UNTIL WS-FS-PEDIDOS = "10"
               READ FICHEIRO-PEDIDOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-PEDIDOS
                   NOT AT END
                       IF WS-FILTRO-ESTADO = SPACE
                           OR WS-FILTRO-ESTADO = PCR-ESTADO
                           ADD 1 TO WS-TOTAL-LISTADOS
                           MOVE PCR-CAPITAL TO WS-VALOR-FORMATADO
                           MOVE PCR-TAXA-ESFORCO TO WS-TAXA-FORMATADA
                           DISPLAY PCR-NUMERO " " PCR-CONTA " "
                               PCR-DATA-PEDIDO " " WS-VALOR-FORMATADO
                               " " WS-TAXA-FORMATADA "% " PCR-ESTADO
                               " " PCR-MOTIVO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-PEDIDOS
           DISPLAY "TOTAL DE PEDIDOS: " WS-TOTAL-LISTADOS.

       8000-CALCULAR-PRESTACAO.
           *> prestacao constante do sistema frances:
           *> P = C * i / (1 - (1 + i) ** -n), com i = taxa mensal
           COMPUTE WS-TAXA-MENSAL ROUNDED = PCR-TAXA-ANUAL / 12
           IF WS-TAXA-MENSAL = 0
               COMPUTE PCR-PRESTACAO ROUNDED =
                   PCR-CAPITAL / PCR-PRAZO-MESES
           ELSE
               COMPUTE WS-FATOR-DESCONTO ROUNDED =
                   1 - (1 + WS-TAXA-MENSAL) ** (0 - PCR-PRAZO-MESES)
               COMPUTE PCR-PRESTACAO ROUNDED =
                   PCR-CAPITAL * WS-TAXA-MENSAL / WS-FATOR-DESCONTO
           END-IF.

           COPY PRECARIO.

           COPY SIGNON.

           COPY DATANEG.
