       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDADE-ESCALOES.

      *> Rentabilidade mensal por escalao (ESCALAO-FILE) e por
      *> produto - contas a ordem, depositos a prazo e credito -
      *> para a revisao do precario. Por conta apura os saldos
      *> medios do mes, os juros pagos (JUROS-MENSAL 'I', acertos
      *> 'N', juros de depositos no vencimento 'J'), os juros
      *> recebidos (parte de juros das prestacoes 'P', juros
      *> devedores 'U' e mora do mes), as comissoes cobradas por
      *> tipo ('M' manutencao, 'F' restantes) liquidas de estornos,
      *> e o custo interno dos fundos (taxa 'TF' da tabela de
      *> taxas): os recursos sao creditados e o credito debitado a
      *> essa taxa sobre os dias do mes (base 365). A contribuicao
      *> liquida e juros recebidos - juros pagos + comissoes + FTP.
      *> Lista os totais por escalao e produto, as contas menos
      *> rentaveis de cada escalao e grava o extrato por conta
      *> data/rentabilidade.csv. Valores em EUR; so le ficheiros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-MOVIMENTOS ASSIGN TO "data/movements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-ID
               ALTERNATE RECORD KEY IS MOV-CONTA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MOVIMENTOS.

           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "data/depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-ESCALOES ASSIGN TO "data/escaloes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESC-CODIGO
               FILE STATUS IS WS-FS-ESCALOES.

           SELECT FICHEIRO-TAXAS ASSIGN TO "data/taxas_produto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS WS-FS-TAXAS.

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-CSV ASSIGN TO "data/rentabilidade.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-MOVIMENTOS.
           COPY MOVIMENTO.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-ESCALOES.
           COPY ESCALAO.

       FD  FICHEIRO-TAXAS.
           COPY TAXAPROD.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-CSV.
       01  REG-CSV-LINHA            PIC X(300).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY PRECARIOWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-ESCALOES          PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-FS-CSV               PIC XX.
       77  WS-ESCALOES-ABERTO      PIC X VALUE 'N'.
           88 ESCALOES-DISPONIVEIS   VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL    VALUE 'S'.

       *> mes apurado: do dia 1 ao ultimo dia do mes (no mes
       *> corrente, ate ao dia de negocio)
       01  WS-MES-PEDIDO           PIC 9(06).
       01  WS-MES-PEDIDO-PARTES REDEFINES WS-MES-PEDIDO.
           05 WS-MP-ANO            PIC 9(04).
           05 WS-MP-MES            PIC 9(02).
       01  WS-MES-SEGUINTE         PIC 9(06).
       01  WS-MES-SEGUINTE-PARTES REDEFINES WS-MES-SEGUINTE.
           05 WS-MS-ANO            PIC 9(04).
           05 WS-MS-MES            PIC 9(02).
       77  WS-DATA-INICIO          PIC 9(08).
       77  WS-DATA-FIM             PIC 9(08).
       77  WS-NUM-INICIO           PIC 9(07).
       77  WS-NUM-FIM              PIC 9(07).
       77  WS-DIAS-MES             PIC 9(03).
       77  WS-NUM-DIA              PIC 9(07).
       77  WS-NUM-DE               PIC 9(07).
       77  WS-NUM-ATE              PIC 9(07).
       77  WS-DIAS                 PIC 9(03).

       *> taxa de transferencia interna anual; sem tabela fica a de
       *> recurso, com aviso
       77  WS-TAXA-FTP             PIC 9V9(04) VALUE 0.0300.

       *> contas com o apuramento do mes: valores na moeda da conta
       *> ate 6000-APURAR-CONTAS, que os passa a EUR
       77  WS-CT-TOTAL             PIC 9(04) VALUE 0.
       77  WS-CT-IDX               PIC 9(04).
       77  WS-CT-PROCURADA         PIC 9(09).
       01  WS-TABELA-CONTAS.
           05 WS-CT-ENTRADA OCCURS 5000 TIMES.
              10 WS-CT-CONTA           PIC 9(09).
              10 WS-CT-ESCALAO         PIC X(02).
              10 WS-CT-EC-IDX          PIC 9(02).
              10 WS-CT-TAXA            PIC 9(03)V9(06).
              10 WS-CT-ATIVIDADE       PIC X(01).
              10 WS-CT-LISTADA         PIC X(01).
              10 WS-CT-SOMA-CREDORA    PIC 9(15)V99.
              10 WS-CT-SOMA-DEVEDORA   PIC 9(15)V99.
              10 WS-CT-MEDIO-ORDEM     PIC 9(11)V99.
              10 WS-CT-MEDIO-DESCOB    PIC 9(11)V99.
              10 WS-CT-MEDIO-PRAZO     PIC 9(11)V99.
              10 WS-CT-MEDIO-CREDITO   PIC 9(11)V99.
              10 WS-CT-JUROS-ORDEM     PIC S9(11)V99.
              10 WS-CT-JUROS-PRAZO     PIC S9(11)V99.
              10 WS-CT-JUROS-DESCOB    PIC S9(11)V99.
              10 WS-CT-JUROS-PREST     PIC S9(11)V99.
              10 WS-CT-MORA            PIC S9(11)V99.
              10 WS-CT-COM-MANUT       PIC S9(11)V99.
              10 WS-CT-COM-OUTRAS      PIC S9(11)V99.
              10 WS-CT-FTP-ORDEM       PIC S9(11)V99.
              10 WS-CT-FTP-PRAZO       PIC S9(11)V99.
              10 WS-CT-FTP-CREDITO     PIC S9(11)V99.
              10 WS-CT-CONTRIBUICAO    PIC S9(11)V99.

       *> emprestimos, para separar os juros das prestacoes e para
       *> o saldo medio e a mora do credito
       77  WS-EM-TOTAL             PIC 9(04) VALUE 0.
       77  WS-EM-IDX               PIC 9(04).
       77  WS-EM-ESCOLHIDO         PIC 9(04).
       01  WS-TABELA-EMPRESTIMOS.
           05 WS-EM-ENTRADA OCCURS 5000 TIMES.
              10 WS-EM-CONTA           PIC 9(09).
              10 WS-EM-SALDO           PIC 9(07)V99.
              10 WS-EM-TAXA            PIC 9V9(04).
              10 WS-EM-PRESTACAO       PIC 9(07)V99.
              10 WS-EM-ESTADO          PIC X(01).
              10 WS-EM-INICIO          PIC 9(08).
              10 WS-EM-MES-MORA        PIC 9(06).
              10 WS-EM-MORA-MES        PIC 9(07)V99.
              10 WS-EM-MORA-ANTERIOR   PIC 9(07)V99.

       *> estornos do mes: o tipo do lancamento estornado so se
       *> sabe lendo-o pela chave no fim da passagem por conta
       77  WS-RV-TOTAL             PIC 9(04) VALUE 0.
       77  WS-RV-IDX               PIC 9(04).
       01  WS-TABELA-ESTORNOS.
           05 WS-RV-ENTRADA OCCURS 2000 TIMES.
              10 WS-RV-CT-IDX          PIC 9(04).
              10 WS-RV-REFERENCIA      PIC 9(09).
              10 WS-RV-VALOR           PIC 9(07)V99.

       *> escaloes com contas; a entrada 21 guarda o total do banco.
       *> Produtos: 1 conta a ordem, 2 depositos a prazo, 3 credito
       77  WS-EC-TOTAL             PIC 9(02) VALUE 0.
       77  WS-EC-IDX               PIC 9(02).
       77  WS-EC-BANCO             PIC 9(02) VALUE 21.
       77  WS-PR-IDX               PIC 9(01).
       01  WS-TABELA-ESCALOES.
           05 WS-EC-ENTRADA OCCURS 21 TIMES.
              10 WS-EC-CODIGO          PIC X(02).
              10 WS-EC-DESCRICAO       PIC X(20).
              10 WS-EC-CONTAS          PIC 9(05).
              10 WS-EC-COM-MANUT       PIC S9(13)V99.
              10 WS-EC-COM-OUTRAS      PIC S9(13)V99.
              10 WS-EC-JUROS-DESCOB    PIC S9(13)V99.
              10 WS-EC-JUROS-PREST     PIC S9(13)V99.
              10 WS-EC-MORA            PIC S9(13)V99.
              10 WS-EC-PRODUTO OCCURS 3 TIMES.
                 15 WS-EP-RECURSOS     PIC 9(13)V99.
                 15 WS-EP-CREDITO      PIC 9(13)V99.
                 15 WS-EP-JUROS-PAGOS  PIC S9(13)V99.
                 15 WS-EP-JUROS-RECEB  PIC S9(13)V99.
                 15 WS-EP-COMISSOES    PIC S9(13)V99.
                 15 WS-EP-FTP          PIC S9(13)V99.
                 15 WS-EP-CONTRIB      PIC S9(13)V99.
       01  WS-NOMES-PRODUTOS.
           05 FILLER               PIC X(14) VALUE "CONTA A ORDEM".
           05 FILLER               PIC X(14) VALUE "DEP. A PRAZO".
           05 FILLER               PIC X(14) VALUE "CREDITO".
       01  WS-LISTA-PRODUTOS REDEFINES WS-NOMES-PRODUTOS.
           05 WS-PR-NOME           PIC X(14) OCCURS 3 TIMES.

       *> contas menos rentaveis listadas por escalao
       77  WS-PIORES               PIC 9(02) VALUE 5.
       77  WS-PIOR-IDX             PIC 9(04).
       77  WS-LISTADAS             PIC 9(02).

       *> passagem pelos movimentos de uma conta
       77  WS-SALDO-CORRENTE       PIC S9(09)V99.
       77  WS-SALDO-ABERTURA       PIC S9(09)V99.
       77  WS-DIA-CORRENTE         PIC 9(07).
       77  WS-ABERTURA-CONHECIDA   PIC X.
       77  WS-MES-INICIADO         PIC X.
       77  WS-FIM-CONTA            PIC X.
       77  WS-SINAL                PIC S9.
       77  WS-TAXA-MENSAL          PIC 9V9(08).
       77  WS-JUROS                PIC 9(07)V99.
       77  WS-VALOR                PIC S9(15)V99.

       77  WS-TOTAL-SEM-CONTA      PIC 9(07) VALUE 0.
       77  WS-TOTAL-SEM-CAMBIO     PIC 9(07) VALUE 0.
       77  WS-TOTAL-ESTORNOS-FORA  PIC 9(07) VALUE 0.

       77  WS-LINHA-DUPLA          PIC X(121) VALUE ALL "=".
       77  WS-LINHA-SIMPLES        PIC X(121) VALUE ALL "-".
       01  WS-LINHA-PRODUTO.
           05 WS-LP-NOME           PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LP-RECURSOS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LP-CREDITO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LP-JUROS-PAGOS    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LP-JUROS-RECEB    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LP-COMISSOES      PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LP-FTP            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LP-CONTRIB        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-LINHA-CONTA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-LC-CONTA          PIC 9(09).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 WS-LC-RECURSOS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-CREDITO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-JUROS-PAGOS    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-JUROS-RECEB    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-COMISSOES      PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-FTP            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LC-CONTRIB        PIC -ZZZ,ZZZ,ZZ9.99.
       77  WS-VALOR-FORMATADO      PIC -ZZZ,ZZZ,ZZ9.99.
       77  WS-VALOR-FORMATADO-2    PIC -ZZZ,ZZZ,ZZ9.99.
       77  WS-VALOR-FORMATADO-3    PIC -ZZZ,ZZZ,ZZ9.99.
       77  WS-TAXA-FORMATADA       PIC Z9.99.
       77  WS-TAXA-PERCENTAGEM     PIC 9(02)V99.

       *> extrato por conta para a direcao comercial
       01  WS-CABECALHO-CSV.
           05 FILLER               PIC X(50) VALUE
               "MES,CONTA,ESCALAO,RECURSOS_ORDEM,DESCOBERTO,PRAZO,".
           05 FILLER               PIC X(50) VALUE
               "CREDITO,JUROS_PAGOS_ORDEM,JUROS_PAGOS_PRAZO,JUROS_".
           05 FILLER               PIC X(50) VALUE
               "DESCOBERTO,JUROS_PRESTACOES,MORA,COMISSAO_MANUTENC".
           05 FILLER               PIC X(41) VALUE
               "AO,OUTRAS_COMISSOES,FTP,CONTRIBUICAO_LIQ".
       01  WS-LINHA-CSV.
           05 WS-CSV-MES           PIC 9(06).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-CONTA         PIC 9(09).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-ESCALAO       PIC X(02).
           05 WS-CSV-COLUNA OCCURS 13 TIMES.
              10 FILLER            PIC X(01) VALUE ",".
              10 WS-CSV-VALOR      PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM 9800-LER-DATA-NEGOCIO.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   RENTABILIDADE POR ESCALAO E PRODUTO".
           DISPLAY "-------------------------------------------------".
           DISPLAY "MES A APURAR (AAAAMM, 0 = MES ANTERIOR): "
               WITH NO ADVANCING.
           ACCEPT WS-MES-PEDIDO.
           IF WS-MES-PEDIDO = 0
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-PEDIDO
               IF WS-MP-MES = 1
                   SUBTRACT 1 FROM WS-MP-ANO
                   MOVE 12 TO WS-MP-MES
               ELSE
                   SUBTRACT 1 FROM WS-MP-MES
               END-IF
           END-IF.
           COMPUTE WS-DATA-INICIO = WS-MES-PEDIDO * 100 + 1.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-INICIO) NOT = 0
               DISPLAY "ERRO: MES INVALIDO."
               STOP RUN
           END-IF.
           IF WS-DATA-INICIO > WS-DATA-NEGOCIO
               DISPLAY "ERRO: O MES AINDA NAO COMECOU."
               STOP RUN
           END-IF.
           PERFORM 1000-DEFINIR-PERIODO.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT: " WS-FS-CLIENTES
               STOP RUN
           END-IF.
           OPEN INPUT FICHEIRO-MOVIMENTOS.
           IF WS-FS-MOVIMENTOS NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE MOVIMENTOS: "
                   WS-FS-MOVIMENTOS
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-ESCALOES.
           IF WS-FS-ESCALOES = "00"
               MOVE 'S' TO WS-ESCALOES-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE ESCALOES INDISPONIVEL - "
                   "ESCALOES SO PELO CODIGO."
           END-IF.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE CAMBIOS INDISPONIVEL - "
                   "CONTAS EM MOEDA ESTRANGEIRA PELO VALOR NOMINAL."
           END-IF.

           *> custo interno dos fundos do precario central
           OPEN INPUT FICHEIRO-TAXAS.
           IF WS-FS-TAXAS = "00"
               MOVE 'S' TO WS-TAXAS-ABERTO
               MOVE "TF" TO WS-TX-PRODUTO
               MOVE 0 TO WS-TX-PRAZO
               PERFORM 9750-OBTER-TAXA-PRODUTO
               IF TAXA-ENCONTRADA
                   MOVE WS-TAXA-OBTIDA TO WS-TAXA-FTP
               ELSE
                   DISPLAY "AVISO: SEM TAXA 'TF' NA TABELA DE "
                       "TAXAS - A USAR A TAXA DE RECURSO."
               END-IF
               CLOSE FICHEIRO-TAXAS
           ELSE
               DISPLAY "AVISO: TABELA DE TAXAS INDISPONIVEL - "
                   "A USAR A TAXA DE RECURSO (VER TABELA-TAXAS)."
           END-IF.

           MOVE SPACES TO WS-EC-CODIGO(WS-EC-BANCO).
           MOVE "TOTAL DO BANCO" TO WS-EC-DESCRICAO(WS-EC-BANCO).

           PERFORM 2000-CARREGAR-EMPRESTIMOS.
           PERFORM 3000-PERCORRER-CONTAS.
           PERFORM 4000-APLICAR-ESTORNOS.
           PERFORM 5000-SOMAR-DEPOSITOS.
           PERFORM 5500-SOMAR-CREDITO.
           PERFORM 6000-APURAR-CONTAS.

           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-MOVIMENTOS.
           IF ESCALOES-DISPONIVEIS
               CLOSE FICHEIRO-ESCALOES
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.

           PERFORM 7000-IMPRIMIR-ESCALOES.
           PERFORM 7500-IMPRIMIR-PIORES.
           PERFORM 8000-GRAVAR-CSV.

           DISPLAY " ".
           DISPLAY WS-LINHA-DUPLA.
           IF WS-TOTAL-SEM-CONTA > 0
               DISPLAY "AVISO: " WS-TOTAL-SEM-CONTA " PRODUTO(S) DE "
                   "CONTAS QUE JA NAO EXISTEM EM CLIENTS.DAT - "
                   "IGNORADOS."
           END-IF.
           IF WS-TOTAL-ESTORNOS-FORA > 0
               DISPLAY "AVISO: " WS-TOTAL-ESTORNOS-FORA " ESTORNO(S) "
                   "NAO ABATIDOS (ORIGINAL INEXISTENTE OU TABELA "
                   "CHEIA)."
           END-IF.
           IF WS-TOTAL-SEM-CAMBIO > 0
               DISPLAY "*** ATENCAO: " WS-TOTAL-SEM-CAMBIO
                   " CONTA(S) SEM TAXA EM CAMBIO.DAT - CONTADAS "
                   "PELO VALOR NOMINAL! ***"
           END-IF.
           DISPLAY "EXTRATO POR CONTA: DATA/RENTABILIDADE.CSV".
           DISPLAY " ".
           STOP RUN.

       1000-DEFINIR-PERIODO.
           MOVE WS-MES-PEDIDO TO WS-MES-SEGUINTE
           IF WS-MS-MES = 12
               ADD 1 TO WS-MS-ANO
               MOVE 1 TO WS-MS-MES
           ELSE
               ADD 1 TO WS-MS-MES
           END-IF
           COMPUTE WS-NUM-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO)
           COMPUTE WS-NUM-FIM =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE * 100 + 1) - 1
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER(WS-NUM-FIM)
           IF WS-DATA-FIM > WS-DATA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-FIM
               COMPUTE WS-NUM-FIM =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-FIM)
               DISPLAY "AVISO: MES EM CURSO - APURADO ATE "
                   WS-DATA-FIM "."
           END-IF
           COMPUTE WS-DIAS-MES = WS-NUM-FIM - WS-NUM-INICIO + 1.

       2000-CARREGAR-EMPRESTIMOS.
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE EMPRESTIMOS - "
                   "CREDITO SO COM DESCOBERTOS."
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
                       PERFORM 2100-REGISTAR-EMPRESTIMO
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-EMPRESTIMOS.

       2100-REGISTAR-EMPRESTIMO.
           IF EMP-DATA-INICIO > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF
           IF WS-EM-TOTAL >= 5000
               DISPLAY "ERRO: MAIS DE 5000 EMPRESTIMOS - TABELA "
                   "CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-EM-TOTAL
           MOVE EMP-CONTA TO WS-EM-CONTA(WS-EM-TOTAL)
           MOVE EMP-SALDO-DEVEDOR TO WS-EM-SALDO(WS-EM-TOTAL)
           MOVE EMP-TAXA-ANUAL TO WS-EM-TAXA(WS-EM-TOTAL)
           MOVE EMP-PRESTACAO TO WS-EM-PRESTACAO(WS-EM-TOTAL)
           MOVE EMP-ESTADO TO WS-EM-ESTADO(WS-EM-TOTAL)
           MOVE EMP-DATA-INICIO TO WS-EM-INICIO(WS-EM-TOTAL)
           MOVE EMP-MES-MORA TO WS-EM-MES-MORA(WS-EM-TOTAL)
           MOVE EMP-MORA-MES TO WS-EM-MORA-MES(WS-EM-TOTAL)
           MOVE EMP-MORA-MES-ANTERIOR TO
               WS-EM-MORA-ANTERIOR(WS-EM-TOTAL).

       3000-PERCORRER-CONTAS.
           PERFORM UNTIL WS-FS-CLIENTES = "10"
               READ FICHEIRO-CLIENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CLIENTES
                   NOT AT END
                       PERFORM 3100-REGISTAR-CONTA
                       PERFORM 3200-LER-MOVIMENTOS-CONTA
               END-READ
           END-PERFORM.

       3100-REGISTAR-CONTA.
           IF WS-CT-TOTAL >= 5000
               DISPLAY "ERRO: MAIS DE 5000 CONTAS - TABELA CHEIA. "
                   "RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-CT-TOTAL
           MOVE WS-CT-TOTAL TO WS-CT-IDX
           INITIALIZE WS-CT-ENTRADA(WS-CT-IDX)
           MOVE NR-CONTA-FILE TO WS-CT-CONTA(WS-CT-IDX)
           MOVE ESCALAO-FILE TO WS-CT-ESCALAO(WS-CT-IDX)
           MOVE 'N' TO WS-CT-ATIVIDADE(WS-CT-IDX)
           MOVE 'N' TO WS-CT-LISTADA(WS-CT-IDX)
           PERFORM 8700-OBTER-TAXA-CAMBIO
           PERFORM 8600-LOCALIZAR-ESCALAO
           MOVE WS-EC-IDX TO WS-CT-EC-IDX(WS-CT-IDX).

       3200-LER-MOVIMENTOS-CONTA.
           *> saldo medio diario a partir do saldo apos cada
           *> lancamento: o saldo no fim de cada dia vale ate ao
           *> lancamento seguinte; sem lancamento antes do mes, a
           *> abertura e o saldo antes do primeiro lancamento
           MOVE 'N' TO WS-ABERTURA-CONHECIDA
           MOVE 'N' TO WS-MES-INICIADO
           MOVE 'N' TO WS-FIM-CONTA
           MOVE 0 TO WS-SALDO-ABERTURA
           MOVE WS-NUM-INICIO TO WS-DIA-CORRENTE

           MOVE NR-CONTA-FILE TO MOV-CONTA
           START FICHEIRO-MOVIMENTOS KEY IS EQUAL TO MOV-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CONTA
           END-START

           PERFORM UNTIL WS-FIM-CONTA = 'S'
               READ FICHEIRO-MOVIMENTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-CONTA
                   NOT AT END
                       IF MOV-CONTA NOT = NR-CONTA-FILE
                           MOVE 'S' TO WS-FIM-CONTA
                       ELSE
                           PERFORM 3300-TRATAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-MOVIMENTOS

           EVALUATE TRUE
               WHEN WS-MES-INICIADO = 'S'
                   CONTINUE
               WHEN WS-ABERTURA-CONHECIDA = 'S'
                   MOVE WS-SALDO-ABERTURA TO WS-SALDO-CORRENTE
               WHEN OTHER
                   MOVE SALDO-FILE TO WS-SALDO-CORRENTE
           END-EVALUATE
           COMPUTE WS-DIAS = WS-NUM-FIM + 1 - WS-DIA-CORRENTE
           PERFORM 3500-ACUMULAR-SALDO
           IF WS-CT-SOMA-CREDORA(WS-CT-IDX) > 0
                   OR WS-CT-SOMA-DEVEDORA(WS-CT-IDX) > 0
               MOVE 'S' TO WS-CT-ATIVIDADE(WS-CT-IDX)
           END-IF.

       3300-TRATAR-MOVIMENTO.
           PERFORM 8500-SINAL-DO-MOVIMENTO
           IF MOV-DATA < WS-DATA-INICIO
               MOVE MOV-SALDO-APOS TO WS-SALDO-ABERTURA
               MOVE 'S' TO WS-ABERTURA-CONHECIDA
               EXIT PARAGRAPH
           END-IF
           IF WS-ABERTURA-CONHECIDA NOT = 'S'
               COMPUTE WS-SALDO-ABERTURA =
                   MOV-SALDO-APOS - WS-SINAL * MOV-VALOR
               MOVE 'S' TO WS-ABERTURA-CONHECIDA
           END-IF
           IF MOV-DATA > WS-DATA-FIM
               MOVE 'S' TO WS-FIM-CONTA
               EXIT PARAGRAPH
           END-IF

           IF WS-MES-INICIADO NOT = 'S'
               MOVE WS-SALDO-ABERTURA TO WS-SALDO-CORRENTE
               MOVE 'S' TO WS-MES-INICIADO
           END-IF
           COMPUTE WS-NUM-DIA = FUNCTION INTEGER-OF-DATE(MOV-DATA)
           COMPUTE WS-DIAS = WS-NUM-DIA - WS-DIA-CORRENTE
           PERFORM 3500-ACUMULAR-SALDO
           MOVE WS-NUM-DIA TO WS-DIA-CORRENTE
           MOVE MOV-SALDO-APOS TO WS-SALDO-CORRENTE
           MOVE 'S' TO WS-CT-ATIVIDADE(WS-CT-IDX)

           EVALUATE MOV-TIPO-OP
               WHEN "I" WHEN "N"
                   ADD MOV-VALOR TO WS-CT-JUROS-ORDEM(WS-CT-IDX)
               WHEN "J"
                   ADD MOV-VALOR TO WS-CT-JUROS-PRAZO(WS-CT-IDX)
               WHEN "U"
                   ADD MOV-VALOR TO WS-CT-JUROS-DESCOB(WS-CT-IDX)
               WHEN "M"
                   ADD MOV-VALOR TO WS-CT-COM-MANUT(WS-CT-IDX)
               WHEN "F"
                   ADD MOV-VALOR TO WS-CT-COM-OUTRAS(WS-CT-IDX)
               WHEN "P"
                   PERFORM 3400-JUROS-DA-PRESTACAO
               WHEN "X" WHEN "Y"
                   IF MOV-REF-ESTORNO > 0
                       PERFORM 3600-REGISTAR-ESTORNO
                   END-IF
           END-EVALUATE.

       3400-JUROS-DA-PRESTACAO.
           *> a prestacao debitada nao separa capital e juros: usa-se
           *> o emprestimo da conta com essa prestacao (ou o primeiro
           *> da conta) e os juros de um mes sobre o capital em divida
           *> antes do debito - saldo atual mais o capital pago,
           *> J = (saldo + prestacao) x taxa / (1 + taxa)
           MOVE 0 TO WS-EM-ESCOLHIDO
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-TOTAL
               IF WS-EM-CONTA(WS-EM-IDX) = MOV-CONTA
                   IF WS-EM-ESCOLHIDO = 0
                       MOVE WS-EM-IDX TO WS-EM-ESCOLHIDO
                   END-IF
                   IF WS-EM-PRESTACAO(WS-EM-IDX) = MOV-VALOR
                       MOVE WS-EM-IDX TO WS-EM-ESCOLHIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EM-ESCOLHIDO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TAXA-MENSAL ROUNDED =
               WS-EM-TAXA(WS-EM-ESCOLHIDO) / 12
           COMPUTE WS-JUROS ROUNDED =
               (WS-EM-SALDO(WS-EM-ESCOLHIDO) + MOV-VALOR)
               * WS-TAXA-MENSAL / (1 + WS-TAXA-MENSAL)
           IF WS-JUROS > MOV-VALOR
               MOVE MOV-VALOR TO WS-JUROS
           END-IF
           ADD WS-JUROS TO WS-CT-JUROS-PREST(WS-CT-IDX).

       3500-ACUMULAR-SALDO.
           IF WS-DIAS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SALDO-CORRENTE > 0
               COMPUTE WS-CT-SOMA-CREDORA(WS-CT-IDX) =
                   WS-CT-SOMA-CREDORA(WS-CT-IDX)
                   + WS-SALDO-CORRENTE * WS-DIAS
           ELSE
               COMPUTE WS-CT-SOMA-DEVEDORA(WS-CT-IDX) =
                   WS-CT-SOMA-DEVEDORA(WS-CT-IDX)
                   - WS-SALDO-CORRENTE * WS-DIAS
           END-IF.

       3600-REGISTAR-ESTORNO.
           IF WS-RV-TOTAL >= 2000
               ADD 1 TO WS-TOTAL-ESTORNOS-FORA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RV-TOTAL
           MOVE WS-CT-IDX TO WS-RV-CT-IDX(WS-RV-TOTAL)
           MOVE MOV-REF-ESTORNO TO WS-RV-REFERENCIA(WS-RV-TOTAL)
           MOVE MOV-VALOR TO WS-RV-VALOR(WS-RV-TOTAL).

       4000-APLICAR-ESTORNOS.
           *> um estorno de comissao ou de juros abate ao tipo do
           *> lancamento original; os restantes nao mexem na
           *> rentabilidade
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-TOTAL
               MOVE WS-RV-CT-IDX(WS-RV-IDX) TO WS-CT-IDX
               MOVE WS-RV-REFERENCIA(WS-RV-IDX) TO MOV-ID
               READ FICHEIRO-MOVIMENTOS KEY IS MOV-ID
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-ESTORNOS-FORA
                   NOT INVALID KEY
                       PERFORM 4100-ABATER-ESTORNO
               END-READ
           END-PERFORM.

       4100-ABATER-ESTORNO.
           EVALUATE MOV-TIPO-OP
               WHEN "I" WHEN "N"
                   SUBTRACT WS-RV-VALOR(WS-RV-IDX) FROM
                       WS-CT-JUROS-ORDEM(WS-CT-IDX)
               WHEN "J"
                   SUBTRACT WS-RV-VALOR(WS-RV-IDX) FROM
                       WS-CT-JUROS-PRAZO(WS-CT-IDX)
               WHEN "U"
                   SUBTRACT WS-RV-VALOR(WS-RV-IDX) FROM
                       WS-CT-JUROS-DESCOB(WS-CT-IDX)
               WHEN "M"
                   SUBTRACT WS-RV-VALOR(WS-RV-IDX) FROM
                       WS-CT-COM-MANUT(WS-CT-IDX)
               WHEN "F"
                   SUBTRACT WS-RV-VALOR(WS-RV-IDX) FROM
                       WS-CT-COM-OUTRAS(WS-CT-IDX)
           END-EVALUATE.

       5000-SOMAR-DEPOSITOS.
           *> capital pelos dias do mes em que o deposito esteve
           *> constituido: um deposito liquidado conta ate ao
           *> vencimento
           OPEN INPUT FICHEIRO-DEPOSITOS
           IF WS-FS-DEPOSITOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE DEPOSITOS A PRAZO - "
                   "PRODUTO SEM SALDOS MEDIOS."
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO DP-NUMERO
           START FICHEIRO-DEPOSITOS KEY IS GREATER THAN DP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-DEPOSITOS
           END-START

           PERFORM UNTIL WS-FS-DEPOSITOS = "10"
               READ FICHEIRO-DEPOSITOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-DEPOSITOS
                   NOT AT END
                       PERFORM 5100-SOMAR-DEPOSITO
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-DEPOSITOS.

       5100-SOMAR-DEPOSITO.
           IF DP-DATA-INICIO > WS-DATA-FIM
               EXIT PARAGRAPH
           END-IF
           IF DEP-LIQUIDADO AND DP-DATA-VENCIMENTO <= WS-DATA-INICIO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-INICIO TO WS-NUM-DE
           IF DP-DATA-INICIO > WS-DATA-INICIO
               COMPUTE WS-NUM-DE =
                   FUNCTION INTEGER-OF-DATE(DP-DATA-INICIO)
           END-IF
           MOVE WS-NUM-FIM TO WS-NUM-ATE
           IF DEP-LIQUIDADO AND DP-DATA-VENCIMENTO <= WS-DATA-FIM
               COMPUTE WS-NUM-ATE =
                   FUNCTION INTEGER-OF-DATE(DP-DATA-VENCIMENTO) - 1
           END-IF
           IF WS-NUM-ATE < WS-NUM-DE
               EXIT PARAGRAPH
           END-IF

           MOVE DP-CONTA TO WS-CT-PROCURADA
           PERFORM 8800-LOCALIZAR-CONTA
           IF WS-CT-IDX = 0
               ADD 1 TO WS-TOTAL-SEM-CONTA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CT-MEDIO-PRAZO(WS-CT-IDX) ROUNDED =
               WS-CT-MEDIO-PRAZO(WS-CT-IDX) + DP-CAPITAL
               * (WS-NUM-ATE - WS-NUM-DE + 1) / WS-DIAS-MES
           MOVE 'S' TO WS-CT-ATIVIDADE(WS-CT-IDX).

       5500-SOMAR-CREDITO.
           *> saldo devedor dos emprestimos vivos pelos dias do mes
           *> desde a originacao; a mora e a capitalizada no mes
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-TOTAL
               MOVE WS-EM-CONTA(WS-EM-IDX) TO WS-CT-PROCURADA
               PERFORM 8800-LOCALIZAR-CONTA
               IF WS-CT-IDX = 0
                   ADD 1 TO WS-TOTAL-SEM-CONTA
               ELSE
                   PERFORM 5600-SOMAR-EMPRESTIMO
               END-IF
           END-PERFORM.

       5600-SOMAR-EMPRESTIMO.
           IF WS-EM-MES-MORA(WS-EM-IDX) = WS-MES-PEDIDO
               ADD WS-EM-MORA-MES(WS-EM-IDX) TO WS-CT-MORA(WS-CT-IDX)
           END-IF
           IF WS-EM-MES-MORA(WS-EM-IDX) = WS-MES-SEGUINTE
               ADD WS-EM-MORA-ANTERIOR(WS-EM-IDX) TO
                   WS-CT-MORA(WS-CT-IDX)
           END-IF
           IF WS-EM-ESTADO(WS-EM-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-INICIO TO WS-NUM-DE
           IF WS-EM-INICIO(WS-EM-IDX) > WS-DATA-INICIO
               COMPUTE WS-NUM-DE =
                   FUNCTION INTEGER-OF-DATE(WS-EM-INICIO(WS-EM-IDX))
           END-IF
           COMPUTE WS-CT-MEDIO-CREDITO(WS-CT-IDX) ROUNDED =
               WS-CT-MEDIO-CREDITO(WS-CT-IDX) + WS-EM-SALDO(WS-EM-IDX)
               * (WS-NUM-FIM - WS-NUM-DE + 1) / WS-DIAS-MES
           MOVE 'S' TO WS-CT-ATIVIDADE(WS-CT-IDX).

       6000-APURAR-CONTAS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-TOTAL
               IF WS-CT-JUROS-ORDEM(WS-CT-IDX) NOT = 0
                       OR WS-CT-JUROS-PRAZO(WS-CT-IDX) NOT = 0
                       OR WS-CT-JUROS-DESCOB(WS-CT-IDX) NOT = 0
                       OR WS-CT-JUROS-PREST(WS-CT-IDX) NOT = 0
                       OR WS-CT-MORA(WS-CT-IDX) NOT = 0
                       OR WS-CT-COM-MANUT(WS-CT-IDX) NOT = 0
                       OR WS-CT-COM-OUTRAS(WS-CT-IDX) NOT = 0
                   MOVE 'S' TO WS-CT-ATIVIDADE(WS-CT-IDX)
               END-IF
               IF WS-CT-ATIVIDADE(WS-CT-IDX) = 'S'
                   PERFORM 6100-APURAR-CONTA
                   PERFORM 6200-SOMAR-AO-ESCALAO
               END-IF
           END-PERFORM.

       6100-APURAR-CONTA.
           COMPUTE WS-CT-MEDIO-ORDEM(WS-CT-IDX) ROUNDED =
               WS-CT-SOMA-CREDORA(WS-CT-IDX) / WS-DIAS-MES
               * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-MEDIO-DESCOB(WS-CT-IDX) ROUNDED =
               WS-CT-SOMA-DEVEDORA(WS-CT-IDX) / WS-DIAS-MES
               * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-MEDIO-PRAZO(WS-CT-IDX) ROUNDED =
               WS-CT-MEDIO-PRAZO(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-MEDIO-CREDITO(WS-CT-IDX) ROUNDED =
               WS-CT-MEDIO-CREDITO(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-JUROS-ORDEM(WS-CT-IDX) ROUNDED =
               WS-CT-JUROS-ORDEM(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-JUROS-PRAZO(WS-CT-IDX) ROUNDED =
               WS-CT-JUROS-PRAZO(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-JUROS-DESCOB(WS-CT-IDX) ROUNDED =
               WS-CT-JUROS-DESCOB(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-JUROS-PREST(WS-CT-IDX) ROUNDED =
               WS-CT-JUROS-PREST(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-MORA(WS-CT-IDX) ROUNDED =
               WS-CT-MORA(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-COM-MANUT(WS-CT-IDX) ROUNDED =
               WS-CT-COM-MANUT(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)
           COMPUTE WS-CT-COM-OUTRAS(WS-CT-IDX) ROUNDED =
               WS-CT-COM-OUTRAS(WS-CT-IDX) * WS-CT-TAXA(WS-CT-IDX)

           *> FTP: os recursos rendem a taxa interna, o credito
           *> paga-a, pelos dias do mes
           COMPUTE WS-CT-FTP-ORDEM(WS-CT-IDX) ROUNDED =
               (WS-CT-MEDIO-ORDEM(WS-CT-IDX)
                - WS-CT-MEDIO-DESCOB(WS-CT-IDX))
               * WS-TAXA-FTP * WS-DIAS-MES / 365
           COMPUTE WS-CT-FTP-PRAZO(WS-CT-IDX) ROUNDED =
               WS-CT-MEDIO-PRAZO(WS-CT-IDX)
               * WS-TAXA-FTP * WS-DIAS-MES / 365
           COMPUTE WS-CT-FTP-CREDITO(WS-CT-IDX) ROUNDED =
               0 - WS-CT-MEDIO-CREDITO(WS-CT-IDX)
               * WS-TAXA-FTP * WS-DIAS-MES / 365

           COMPUTE WS-CT-CONTRIBUICAO(WS-CT-IDX) =
               WS-CT-JUROS-DESCOB(WS-CT-IDX)
               + WS-CT-JUROS-PREST(WS-CT-IDX)
               + WS-CT-MORA(WS-CT-IDX)
               - WS-CT-JUROS-ORDEM(WS-CT-IDX)
               - WS-CT-JUROS-PRAZO(WS-CT-IDX)
               + WS-CT-COM-MANUT(WS-CT-IDX)
               + WS-CT-COM-OUTRAS(WS-CT-IDX)
               + WS-CT-FTP-ORDEM(WS-CT-IDX)
               + WS-CT-FTP-PRAZO(WS-CT-IDX)
               + WS-CT-FTP-CREDITO(WS-CT-IDX).

       6200-SOMAR-AO-ESCALAO.
           MOVE WS-CT-EC-IDX(WS-CT-IDX) TO WS-EC-IDX
           PERFORM 6300-SOMAR-ENTRADA
           MOVE WS-EC-BANCO TO WS-EC-IDX
           PERFORM 6300-SOMAR-ENTRADA.

       6300-SOMAR-ENTRADA.
           ADD 1 TO WS-EC-CONTAS(WS-EC-IDX)
           ADD WS-CT-COM-MANUT(WS-CT-IDX) TO WS-EC-COM-MANUT(WS-EC-IDX)
           ADD WS-CT-COM-OUTRAS(WS-CT-IDX) TO
               WS-EC-COM-OUTRAS(WS-EC-IDX)
           ADD WS-CT-JUROS-DESCOB(WS-CT-IDX) TO
               WS-EC-JUROS-DESCOB(WS-EC-IDX)
           ADD WS-CT-JUROS-PREST(WS-CT-IDX) TO
               WS-EC-JUROS-PREST(WS-EC-IDX)
           ADD WS-CT-MORA(WS-CT-IDX) TO WS-EC-MORA(WS-EC-IDX)

           *> conta a ordem: recursos e descoberto, juros credores e
           *> devedores e todas as comissoes (debitadas na conta)
           ADD WS-CT-MEDIO-ORDEM(WS-CT-IDX) TO
               WS-EP-RECURSOS(WS-EC-IDX, 1)
           ADD WS-CT-MEDIO-DESCOB(WS-CT-IDX) TO
               WS-EP-CREDITO(WS-EC-IDX, 1)
           ADD WS-CT-JUROS-ORDEM(WS-CT-IDX) TO
               WS-EP-JUROS-PAGOS(WS-EC-IDX, 1)
           ADD WS-CT-JUROS-DESCOB(WS-CT-IDX) TO
               WS-EP-JUROS-RECEB(WS-EC-IDX, 1)
           COMPUTE WS-EP-COMISSOES(WS-EC-IDX, 1) =
               WS-EP-COMISSOES(WS-EC-IDX, 1)
               + WS-CT-COM-MANUT(WS-CT-IDX)
               + WS-CT-COM-OUTRAS(WS-CT-IDX)
           ADD WS-CT-FTP-ORDEM(WS-CT-IDX) TO WS-EP-FTP(WS-EC-IDX, 1)
           COMPUTE WS-EP-CONTRIB(WS-EC-IDX, 1) =
               WS-EP-CONTRIB(WS-EC-IDX, 1)
               + WS-CT-JUROS-DESCOB(WS-CT-IDX)
               - WS-CT-JUROS-ORDEM(WS-CT-IDX)
               + WS-CT-COM-MANUT(WS-CT-IDX)
               + WS-CT-COM-OUTRAS(WS-CT-IDX)
               + WS-CT-FTP-ORDEM(WS-CT-IDX)

           ADD WS-CT-MEDIO-PRAZO(WS-CT-IDX) TO
               WS-EP-RECURSOS(WS-EC-IDX, 2)
           ADD WS-CT-JUROS-PRAZO(WS-CT-IDX) TO
               WS-EP-JUROS-PAGOS(WS-EC-IDX, 2)
           ADD WS-CT-FTP-PRAZO(WS-CT-IDX) TO WS-EP-FTP(WS-EC-IDX, 2)
           COMPUTE WS-EP-CONTRIB(WS-EC-IDX, 2) =
               WS-EP-CONTRIB(WS-EC-IDX, 2)
               - WS-CT-JUROS-PRAZO(WS-CT-IDX)
               + WS-CT-FTP-PRAZO(WS-CT-IDX)

           ADD WS-CT-MEDIO-CREDITO(WS-CT-IDX) TO
               WS-EP-CREDITO(WS-EC-IDX, 3)
           COMPUTE WS-EP-JUROS-RECEB(WS-EC-IDX, 3) =
               WS-EP-JUROS-RECEB(WS-EC-IDX, 3)
               + WS-CT-JUROS-PREST(WS-CT-IDX)
               + WS-CT-MORA(WS-CT-IDX)
           ADD WS-CT-FTP-CREDITO(WS-CT-IDX) TO
               WS-EP-FTP(WS-EC-IDX, 3)
           COMPUTE WS-EP-CONTRIB(WS-EC-IDX, 3) =
               WS-EP-CONTRIB(WS-EC-IDX, 3)
               + WS-CT-JUROS-PREST(WS-CT-IDX)
               + WS-CT-MORA(WS-CT-IDX)
               + WS-CT-FTP-CREDITO(WS-CT-IDX).

       7000-IMPRIMIR-ESCALOES.
           COMPUTE WS-TAXA-PERCENTAGEM = WS-TAXA-FTP * 100
           MOVE WS-TAXA-PERCENTAGEM TO WS-TAXA-FORMATADA
           DISPLAY " "
           DISPLAY WS-LINHA-DUPLA
           DISPLAY "RENTABILIDADE POR ESCALAO E PRODUTO - MES "
               WS-MES-PEDIDO " (" WS-DATA-INICIO " A " WS-DATA-FIM
               ", " WS-DIAS-MES " DIAS)"
           DISPLAY "VALORES EM EUR. SALDOS MEDIOS DIARIOS; FTP A "
               WS-TAXA-FORMATADA "% AO ANO (RECURSOS +, CREDITO -)."
           DISPLAY WS-LINHA-DUPLA

           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                   UNTIL WS-EC-IDX > WS-EC-TOTAL
               PERFORM 7100-IMPRIMIR-ESCALAO
           END-PERFORM
           MOVE WS-EC-BANCO TO WS-EC-IDX
           PERFORM 7100-IMPRIMIR-ESCALAO.

       7100-IMPRIMIR-ESCALAO.
           DISPLAY " "
           IF WS-EC-IDX = WS-EC-BANCO
               DISPLAY WS-EC-DESCRICAO(WS-EC-IDX)
                   "   CONTAS: " WS-EC-CONTAS(WS-EC-IDX)
           ELSE
               DISPLAY "ESCALAO '" WS-EC-CODIGO(WS-EC-IDX) "' "
                   WS-EC-DESCRICAO(WS-EC-IDX)
                   "   CONTAS: " WS-EC-CONTAS(WS-EC-IDX)
           END-IF
           DISPLAY WS-LINHA-SIMPLES
           DISPLAY "PRODUTO        RECURSOS MED.  CREDITO MEDIO "
               "  JUROS PAGOS   JUROS RECEB.     COMISSOES "
               "            FTP    CONTRIBUICAO"
           DISPLAY WS-LINHA-SIMPLES

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1 UNTIL WS-PR-IDX > 3
               MOVE WS-PR-NOME(WS-PR-IDX) TO WS-LP-NOME
               MOVE WS-EP-RECURSOS(WS-EC-IDX, WS-PR-IDX) TO
                   WS-LP-RECURSOS
               MOVE WS-EP-CREDITO(WS-EC-IDX, WS-PR-IDX) TO
                   WS-LP-CREDITO
               MOVE WS-EP-JUROS-PAGOS(WS-EC-IDX, WS-PR-IDX) TO
                   WS-LP-JUROS-PAGOS
               MOVE WS-EP-JUROS-RECEB(WS-EC-IDX, WS-PR-IDX) TO
                   WS-LP-JUROS-RECEB
               MOVE WS-EP-COMISSOES(WS-EC-IDX, WS-PR-IDX) TO
                   WS-LP-COMISSOES
               MOVE WS-EP-FTP(WS-EC-IDX, WS-PR-IDX) TO WS-LP-FTP
               MOVE WS-EP-CONTRIB(WS-EC-IDX, WS-PR-IDX) TO
                   WS-LP-CONTRIB
               DISPLAY WS-LINHA-PRODUTO
           END-PERFORM

           *> linha de total do escalao: soma dos tres produtos
           MOVE "TOTAL" TO WS-LP-NOME
           COMPUTE WS-VALOR = WS-EP-RECURSOS(WS-EC-IDX, 1)
               + WS-EP-RECURSOS(WS-EC-IDX, 2)
           MOVE WS-VALOR TO WS-LP-RECURSOS
           COMPUTE WS-VALOR = WS-EP-CREDITO(WS-EC-IDX, 1)
               + WS-EP-CREDITO(WS-EC-IDX, 3)
           MOVE WS-VALOR TO WS-LP-CREDITO
           COMPUTE WS-VALOR = WS-EP-JUROS-PAGOS(WS-EC-IDX, 1)
               + WS-EP-JUROS-PAGOS(WS-EC-IDX, 2)
           MOVE WS-VALOR TO WS-LP-JUROS-PAGOS
           COMPUTE WS-VALOR = WS-EP-JUROS-RECEB(WS-EC-IDX, 1)
               + WS-EP-JUROS-RECEB(WS-EC-IDX, 3)
           MOVE WS-VALOR TO WS-LP-JUROS-RECEB
           MOVE WS-EP-COMISSOES(WS-EC-IDX, 1) TO WS-LP-COMISSOES
           COMPUTE WS-VALOR = WS-EP-FTP(WS-EC-IDX, 1)
               + WS-EP-FTP(WS-EC-IDX, 2) + WS-EP-FTP(WS-EC-IDX, 3)
           MOVE WS-VALOR TO WS-LP-FTP
           COMPUTE WS-VALOR = WS-EP-CONTRIB(WS-EC-IDX, 1)
               + WS-EP-CONTRIB(WS-EC-IDX, 2)
               + WS-EP-CONTRIB(WS-EC-IDX, 3)
           MOVE WS-VALOR TO WS-LP-CONTRIB
           DISPLAY WS-LINHA-SIMPLES
           DISPLAY WS-LINHA-PRODUTO

           MOVE WS-EC-COM-MANUT(WS-EC-IDX) TO WS-VALOR-FORMATADO
           MOVE WS-EC-COM-OUTRAS(WS-EC-IDX) TO WS-VALOR-FORMATADO-2
           DISPLAY "COMISSOES POR TIPO: MANUTENCAO (M) "
               WS-VALOR-FORMATADO "  OUTRAS (F) " WS-VALOR-FORMATADO-2
           MOVE WS-EC-JUROS-DESCOB(WS-EC-IDX) TO WS-VALOR-FORMATADO
           MOVE WS-EC-JUROS-PREST(WS-EC-IDX) TO WS-VALOR-FORMATADO-2
           MOVE WS-EC-MORA(WS-EC-IDX) TO WS-VALOR-FORMATADO-3
           DISPLAY "JUROS RECEBIDOS: DESCOBERTO (U) "
               WS-VALOR-FORMATADO "  PRESTACOES " WS-VALOR-FORMATADO-2
               "  MORA " WS-VALOR-FORMATADO-3.

       7500-IMPRIMIR-PIORES.
           DISPLAY " "
           DISPLAY WS-LINHA-DUPLA
           DISPLAY "CONTAS MENOS RENTAVEIS POR ESCALAO (ATE "
               WS-PIORES " POR ESCALAO, MENOR CONTRIBUICAO PRIMEIRO)"
           DISPLAY WS-LINHA-DUPLA
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                   UNTIL WS-EC-IDX > WS-EC-TOTAL
               DISPLAY " "
               DISPLAY "ESCALAO '" WS-EC-CODIGO(WS-EC-IDX) "' "
                   WS-EC-DESCRICAO(WS-EC-IDX)
               DISPLAY "  CONTA          RECURSOS MED.  CREDITO MEDIO "
                   "  JUROS PAGOS   JUROS RECEB.     COMISSOES "
                   "            FTP    CONTRIBUICAO"
               MOVE 0 TO WS-LISTADAS
               PERFORM 7600-PROCURAR-PIOR
               PERFORM UNTIL WS-PIOR-IDX = 0
                       OR WS-LISTADAS >= WS-PIORES
                   MOVE WS-PIOR-IDX TO WS-CT-IDX
                   MOVE 'S' TO WS-CT-LISTADA(WS-CT-IDX)
                   ADD 1 TO WS-LISTADAS
                   PERFORM 7700-LINHA-CONTA
                   PERFORM 7600-PROCURAR-PIOR
               END-PERFORM
           END-PERFORM.

       7600-PROCURAR-PIOR.
           MOVE 0 TO WS-PIOR-IDX
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-TOTAL
               IF WS-CT-EC-IDX(WS-CT-IDX) = WS-EC-IDX
                       AND WS-CT-ATIVIDADE(WS-CT-IDX) = 'S'
                       AND WS-CT-LISTADA(WS-CT-IDX) = 'N'
                   IF WS-PIOR-IDX = 0
                       MOVE WS-CT-IDX TO WS-PIOR-IDX
                   ELSE
                       IF WS-CT-CONTRIBUICAO(WS-CT-IDX) <
                               WS-CT-CONTRIBUICAO(WS-PIOR-IDX)
                           MOVE WS-CT-IDX TO WS-PIOR-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       7700-LINHA-CONTA.
           MOVE WS-CT-CONTA(WS-CT-IDX) TO WS-LC-CONTA
           COMPUTE WS-VALOR = WS-CT-MEDIO-ORDEM(WS-CT-IDX)
               + WS-CT-MEDIO-PRAZO(WS-CT-IDX)
           MOVE WS-VALOR TO WS-LC-RECURSOS
           COMPUTE WS-VALOR = WS-CT-MEDIO-DESCOB(WS-CT-IDX)
               + WS-CT-MEDIO-CREDITO(WS-CT-IDX)
           MOVE WS-VALOR TO WS-LC-CREDITO
           COMPUTE WS-VALOR = WS-CT-JUROS-ORDEM(WS-CT-IDX)
               + WS-CT-JUROS-PRAZO(WS-CT-IDX)
           MOVE WS-VALOR TO WS-LC-JUROS-PAGOS
           COMPUTE WS-VALOR = WS-CT-JUROS-DESCOB(WS-CT-IDX)
               + WS-CT-JUROS-PREST(WS-CT-IDX) + WS-CT-MORA(WS-CT-IDX)
           MOVE WS-VALOR TO WS-LC-JUROS-RECEB
           COMPUTE WS-VALOR = WS-CT-COM-MANUT(WS-CT-IDX)
               + WS-CT-COM-OUTRAS(WS-CT-IDX)
           MOVE WS-VALOR TO WS-LC-COMISSOES
           COMPUTE WS-VALOR = WS-CT-FTP-ORDEM(WS-CT-IDX)
               + WS-CT-FTP-PRAZO(WS-CT-IDX)
               + WS-CT-FTP-CREDITO(WS-CT-IDX)
           MOVE WS-VALOR TO WS-LC-FTP
           MOVE WS-CT-CONTRIBUICAO(WS-CT-IDX) TO WS-LC-CONTRIB
           DISPLAY WS-LINHA-CONTA.

       8000-GRAVAR-CSV.
           OPEN OUTPUT FICHEIRO-CSV
           IF WS-FS-CSV NOT = "00"
               DISPLAY "ERRO AO CRIAR O EXTRATO CSV. STATUS: "
                   WS-FS-CSV
               EXIT PARAGRAPH
           END-IF
           WRITE REG-CSV-LINHA FROM WS-CABECALHO-CSV
           MOVE WS-MES-PEDIDO TO WS-CSV-MES
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-TOTAL
               IF WS-CT-ATIVIDADE(WS-CT-IDX) = 'S'
                   PERFORM 8100-LINHA-CSV
               END-IF
           END-PERFORM
           CLOSE FICHEIRO-CSV.

       8100-LINHA-CSV.
           MOVE WS-CT-CONTA(WS-CT-IDX) TO WS-CSV-CONTA
           MOVE WS-CT-ESCALAO(WS-CT-IDX) TO WS-CSV-ESCALAO
           MOVE WS-CT-MEDIO-ORDEM(WS-CT-IDX) TO WS-CSV-VALOR(1)
           MOVE WS-CT-MEDIO-DESCOB(WS-CT-IDX) TO WS-CSV-VALOR(2)
           MOVE WS-CT-MEDIO-PRAZO(WS-CT-IDX) TO WS-CSV-VALOR(3)
           MOVE WS-CT-MEDIO-CREDITO(WS-CT-IDX) TO WS-CSV-VALOR(4)
           MOVE WS-CT-JUROS-ORDEM(WS-CT-IDX) TO WS-CSV-VALOR(5)
           MOVE WS-CT-JUROS-PRAZO(WS-CT-IDX) TO WS-CSV-VALOR(6)
           MOVE WS-CT-JUROS-DESCOB(WS-CT-IDX) TO WS-CSV-VALOR(7)
           MOVE WS-CT-JUROS-PREST(WS-CT-IDX) TO WS-CSV-VALOR(8)
           MOVE WS-CT-MORA(WS-CT-IDX) TO WS-CSV-VALOR(9)
           MOVE WS-CT-COM-MANUT(WS-CT-IDX) TO WS-CSV-VALOR(10)
           MOVE WS-CT-COM-OUTRAS(WS-CT-IDX) TO WS-CSV-VALOR(11)
           COMPUTE WS-CSV-VALOR(12) = WS-CT-FTP-ORDEM(WS-CT-IDX)
               + WS-CT-FTP-PRAZO(WS-CT-IDX)
               + WS-CT-FTP-CREDITO(WS-CT-IDX)
           MOVE WS-CT-CONTRIBUICAO(WS-CT-IDX) TO WS-CSV-VALOR(13)
           WRITE REG-CSV-LINHA FROM WS-LINHA-CSV.

       8500-SINAL-DO-MOVIMENTO.
           EVALUATE MOV-TIPO-OP
               WHEN "D" WHEN "E" WHEN "I" WHEN "J"
               WHEN "V" WHEN "X" WHEN "K" WHEN "H"
               WHEN "N"
                   MOVE 1 TO WS-SINAL
               WHEN "T" WHEN "L" WHEN "F" WHEN "P"
               WHEN "B" WHEN "M" WHEN "Q" WHEN "Y" WHEN "R"
               WHEN "U" WHEN "W" WHEN "O"
               WHEN "Z"
               WHEN "G"
               WHEN "A"
               WHEN "4"
                   MOVE -1 TO WS-SINAL
               WHEN OTHER
                   MOVE 0 TO WS-SINAL
           END-EVALUATE.

       8600-LOCALIZAR-ESCALAO.
           *> escalao da conta em REG-CLIENTE; um codigo novo entra
           *> na tabela com a descricao de escaloes.dat
           MOVE 1 TO WS-EC-IDX
           PERFORM UNTIL WS-EC-IDX > WS-EC-TOTAL
                   OR WS-EC-CODIGO(WS-EC-IDX) = ESCALAO-FILE
               ADD 1 TO WS-EC-IDX
           END-PERFORM
           IF WS-EC-IDX <= WS-EC-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-EC-TOTAL >= 20
               DISPLAY "ERRO: MAIS DE 20 ESCALOES NAS CONTAS - "
                   "TABELA CHEIA. RELATORIO ABORTADO."
               STOP RUN
           END-IF
           ADD 1 TO WS-EC-TOTAL
           MOVE WS-EC-TOTAL TO WS-EC-IDX
           INITIALIZE WS-EC-ENTRADA(WS-EC-IDX)
           MOVE ESCALAO-FILE TO WS-EC-CODIGO(WS-EC-IDX)
           MOVE "(SEM TABELA)" TO WS-EC-DESCRICAO(WS-EC-IDX)
           IF ESCALOES-DISPONIVEIS
               MOVE ESCALAO-FILE TO ESC-CODIGO
               READ FICHEIRO-ESCALOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESC-DESCRICAO TO
                           WS-EC-DESCRICAO(WS-EC-IDX)
               END-READ
           END-IF.

       8700-OBTER-TAXA-CAMBIO.
           *> taxa para EUR da moeda da conta em REG-CLIENTE; sem
           *> taxa conta o valor nominal, com alerta no fim
           MOVE 1 TO WS-CT-TAXA(WS-CT-IDX)
           IF MOEDA-FILE = "EUR" OR MOEDA-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT CAMBIO-DISPONIVEL
               ADD 1 TO WS-TOTAL-SEM-CAMBIO
               EXIT PARAGRAPH
           END-IF
           MOVE MOEDA-FILE TO CAMBIO-MOEDA
           READ FICHEIRO-CAMBIO
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CAMBIO
               NOT INVALID KEY
                   MOVE CAMBIO-TAXA TO WS-CT-TAXA(WS-CT-IDX)
           END-READ.

       8800-LOCALIZAR-CONTA.
           *> pesquisa linear; WS-CT-IDX = 0 se a conta ja nao
           *> existir em clients.dat
           MOVE 1 TO WS-CT-IDX
           PERFORM UNTIL WS-CT-IDX > WS-CT-TOTAL
                   OR WS-CT-CONTA(WS-CT-IDX) = WS-CT-PROCURADA
               ADD 1 TO WS-CT-IDX
           END-PERFORM
           IF WS-CT-IDX > WS-CT-TOTAL
               MOVE 0 TO WS-CT-IDX
           END-IF.

           COPY PRECARIO.

           COPY DATANEG.
