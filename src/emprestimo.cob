               RECORD KEY IS TX-CHAVE
               FILE STATUS IS WS-FS-TAXAS.

           SELECT FICHEIRO-INDEXANTES ASSIGN TO "data/indexantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-CHAVE
               FILE STATUS IS WS-FS-INDEXANTES.

           SELECT FICHEIRO-TITULARES ASSIGN TO "data/titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC

           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

           SELECT FICHEIRO-CIF-CONTAS ASSIGN TO "data/cif_contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CHAVE
               FILE STATUS IS WS-FS-CIF-CONTAS.

           SELECT FICHEIRO-FUNDOS-PROPRIOS ASSIGN TO
               "data/fundos_proprios.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FUNDOS.

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-PEDIDOS ASSIGN TO
               "data/pedidos_credito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCR-NUMERO
               FILE STATUS IS WS-FS-PEDIDOS.

           SELECT FICHEIRO-COLATERAIS ASSIGN TO "data/colaterais.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COL-CHAVE
               ALTERNATE RECORD KEY IS COL-DEPOSITO
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-COLATERAIS.

           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "data/depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-EMPRESTIMOS.
       FD  FICHEIRO-TAXAS.
           COPY TAXAPROD.

       FD  FICHEIRO-INDEXANTES.
           COPY INDEXANTE.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-FUNDOS-PROPRIOS.
           COPY FUNDOSPROP.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-PEDIDOS.
           COPY PEDCRED.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY SIGNONWS.
           COPY PRECARIOWS.
           COPY INDICEREFWS.
           COPY GARDEPWS.

       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
           88 TITULARES-DISPONIVEIS  VALUE 'S'.
       77  WS-KYC-CONTA            PIC X(01).
           88 KYC-CONTA-EXPIRADO     VALUE 'E'.

       *> Limite de concentracao por cliente ou grupo de clientes
       *> ligados (ver GRANDES-RISCOS): na originacao soma-se a
       *> exposicao ja existente da contraparte de cada titular -
       *> emprestimos vivos, descobertos autorizados e fiancas
       *> prestadas, em EUR - e avisa-se se o credito novo a leva
       *> acima da percentagem dos fundos proprios. O aviso fica
       *> inativo sem fundos_proprios.dat ou sem o mestre.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-FUNDOS            PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-CONCENTRACAO-ATIVA   PIC X VALUE 'N'.
           88 CONCENTRACAO-VERIFICAVEL VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL      VALUE 'S'.
       77  WS-LIMITE-CONCENTRACAO  PIC 9(11)V99.
       77  WS-EXCESSO-GRUPO        PIC X(01).
           88 EXCEDE-LIMITE-GRUPO    VALUE 'S'.
       77  WS-EMP-NUMERO-NOVO      PIC 9(09).
       77  WS-CAPITAL-EUR          PIC 9(11)V99.
       77  WS-EXPOSICAO-GRUPO      PIC 9(11)V99.
       77  WS-EXPOSICAO-FINAL      PIC 9(11)V99.
       77  WS-DESCOBERTO           PIC 9(11)V99.
       77  WS-FIANCA               PIC 9(11)V99.
       77  WS-TAXA-CAMBIO          PIC 9(03)V9(06).
       77  WS-CONTRAPARTE          PIC 9(09).
       77  WS-CONTRAPARTE-GRUPO    PIC X(01).
       77  WS-CONTA-PROCURADA      PIC 9(09).
       77  WS-CONTA-ACHADA         PIC X(01).
       77  WS-E-MEMBRO             PIC X(01).
       77  WS-EXPOSICAO-FORMATADA  PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-TIT-TOTAL            PIC 9(02).
       77  WS-TIT-IDX              PIC 9(02).
       01  WS-TABELA-TITULARES.
           05 WS-TIT-CIF            PIC 9(09) OCCURS 10 TIMES.
       77  WS-AVALIADAS-TOTAL      PIC 9(02).
       77  WS-AVALIADA-IDX         PIC 9(02).
       77  WS-JA-AVALIADA          PIC X(01).
       01  WS-TABELA-AVALIADAS.
           05 WS-AVALIADA           PIC 9(09) OCCURS 10 TIMES.
       77  WS-MEMBROS-TOTAL        PIC 9(03).
       77  WS-MEMBRO-IDX           PIC 9(03).
       01  WS-TABELA-MEMBROS.
           05 WS-MEMBRO-CIF         PIC 9(09) OCCURS 100 TIMES.
       77  WS-CONTAS-TOTAL         PIC 9(03).
       77  WS-CONTA-IDX            PIC 9(03).
       01  WS-TABELA-CONTAS-GRUPO.
           05 WS-CONTA-GRUPO OCCURS 300 TIMES.
              10 WS-CG-CONTA          PIC 9(09).
              10 WS-CG-TAXA           PIC 9(03)V9(06).

       *> Originacao so a partir de um pedido de credito aprovado
       *> em PEDIDO-CREDITO (pelo sistema ou pelo supervisor); a
       *> aprovacao caduca ao fim de WS-VALIDADE-PEDIDO dias, porque
       *> o rendimento e o endividamento avaliados envelhecem.
       77  WS-FS-PEDIDOS           PIC XX.
       77  WS-VALIDADE-PEDIDO      PIC 9(03) VALUE 90.
       77  WS-DIAS-PEDIDO          PIC S9(07).
       77  WS-OPCAO                PIC X VALUE 'L'.
       77  WS-NUMERO-PEDIDO        PIC 9(09).
       77  WS-CONFIRMA             PIC X.
       77  WS-OPCAO-RECALC         PIC X.
       77  WS-NOVA-TAXA            PIC 9V9(04).

       *> Taxa indexada: indexante em vigor mais spread, com piso
       *> em zero, revista de WS-NOVO-PERIODO em WS-NOVO-PERIODO
       *> meses por REVISAO-TAXAS.
       77  WS-NOVO-TIPO-TAXA       PIC X.
       77  WS-NOVO-INDEXANTE       PIC X(04).
       77  WS-NOVO-SPREAD          PIC 9V9(04).
       77  WS-NOVO-PERIODO         PIC 9(02).
       77  WS-TAXA-CALCULADA       PIC S9V9(04).
       77  WS-INDEXANTE-FORMATADO  PIC -9.9999.
       77  WS-INDEXACAO-OK         PIC X.
           88 INDEXACAO-VALIDA       VALUE 'S'.

       *> Garantias: executadas no abate (o deposito penhorado e
       *> resgatado e abate a divida) e libertadas na liquidacao.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-VALOR-RECUPERADO     PIC 9(07)V99.
       77  WS-EXECUCAO-OK          PIC X.
           88 GARANTIA-EXECUTADA     VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> conceder credito desembolsa dinheiro na conta a ordem:
                   "(CORRA TABELA-TAXAS)."
           END-IF.

           *> historico de indexantes: sem ele so se originam e
           *> renegociam creditos a taxa fixa
           OPEN INPUT FICHEIRO-INDEXANTES.
           IF WS-FS-INDEXANTES = "00"
               MOVE 'S' TO WS-INDEXANTES-ABERTO
           END-IF.

           *> titularidade e mestre de clientes para a verificacao
           *> KYC na originacao
           OPEN INPUT FICHEIRO-TITULARES.
                   "- VERIFICACAO KYC NA ORIGINACAO INATIVA."
           END-IF.

           PERFORM 8700-ABRIR-CONCENTRACAO.

           OPEN I-O FICHEIRO-PEDIDOS.
           IF WS-FS-PEDIDOS = "35"
               OPEN OUTPUT FICHEIRO-PEDIDOS
               CLOSE FICHEIRO-PEDIDOS
               OPEN I-O FICHEIRO-PEDIDOS
           END-IF.
           IF WS-FS-PEDIDOS NOT = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE PEDIDOS DE "
                   "CREDITO: " WS-FS-PEDIDOS
               STOP RUN
           END-IF.

           *> registo de garantias e depositos penhorados: sem eles
           *> o abate nao executa garantias e a liquidacao nao as
           *> liberta (ver GESTAO-COLATERAIS)
           OPEN I-O FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           END-IF.
           OPEN I-O FICHEIRO-DEPOSITOS.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- EMPRESTIMOS ---"
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-PEDIDOS.
           IF COLATERAIS-DISPONIVEL
               CLOSE FICHEIRO-COLATERAIS
           END-IF.
           IF WS-FS-DEPOSITOS = "00"
               CLOSE FICHEIRO-DEPOSITOS
           END-IF.
           IF TAXAS-DISPONIVEL
               CLOSE FICHEIRO-TAXAS
           END-IF.
           IF INDEXANTES-DISPONIVEL
               CLOSE FICHEIRO-INDEXANTES
           END-IF.
           IF TITULARES-DISPONIVEIS
               CLOSE FICHEIRO-TITULARES
               CLOSE FICHEIRO-CIF
           END-IF.
           IF CONCENTRACAO-VERIFICAVEL
               CLOSE FICHEIRO-CIF-CONTAS
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.
       1000-ORIGINAR-EMPRESTIMO.
           DISPLAY " ".
           DISPLAY "--- ORIGINAR EMPRESTIMO ---".
           *> conta, capital, prazo e taxa vem do pedido aprovado: o
           *> que se origina e o que a taxa de esforco avaliou
           DISPLAY "NUMERO DO PEDIDO DE CREDITO APROVADO: "
               WITH NO ADVANCING
           ACCEPT PCR-NUMERO
           READ FICHEIRO-PEDIDOS
               INVALID KEY
                   DISPLAY "ERRO: PEDIDO DE CREDITO NAO ENCONTRADO - "
                       "REGISTE-O EM PEDIDO-CREDITO!"
           END-READ
           IF WS-FS-PEDIDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PEDIDO-APROVADO
                   CONTINUE
               WHEN PEDIDO-REFERIDO
                   DISPLAY "ERRO: PEDIDO REFERIDO - AGUARDA A "
                       "DECISAO DE UM SUPERVISOR."
                   EXIT PARAGRAPH
               WHEN PEDIDO-RECUSADO
                   DISPLAY "ERRO: PEDIDO RECUSADO - NAO PODE SER "
                       "ORIGINADO."
                   EXIT PARAGRAPH
               WHEN PEDIDO-ORIGINADO
                   DISPLAY "ERRO: PEDIDO JA ORIGINADO NO EMPRESTIMO "
                       PCR-EMPRESTIMO "."
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "ERRO: ESTADO DO PEDIDO INVALIDO!"
                   EXIT PARAGRAPH
           END-EVALUATE
           *> a aprovacao conta da decisao do supervisor, se houve
           IF PCR-DATA-DECISAO NOT = 0
               COMPUTE WS-DIAS-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(PCR-DATA-DECISAO)
           ELSE
               COMPUTE WS-DIAS-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(PCR-DATA-PEDIDO)
           END-IF
           IF WS-DIAS-PEDIDO > WS-VALIDADE-PEDIDO
               DISPLAY "ERRO: APROVACAO CADUCADA - REGISTE UM NOVO "
                   "PEDIDO EM PEDIDO-CREDITO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NUMERO DO EMPRESTIMO (9 DIGITOS): "
               WITH NO ADVANCING
           ACCEPT EMP-NUMERO

           MOVE PCR-CONTA TO EMP-CONTA
           DISPLAY "CONTA DO CLIENTE: " EMP-CONTA
           MOVE EMP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
               EXIT PARAGRAPH
           END-IF

           *> o calculo da exposicao percorre emprestimos e contas:
           *> o emprestimo novo e a conta sao repostos a seguir
           MOVE EMP-NUMERO TO WS-EMP-NUMERO-NOVO
           PERFORM 8710-VERIFICAR-CONCENTRACAO
           MOVE WS-EMP-NUMERO-NOVO TO EMP-NUMERO
           MOVE PCR-CONTA TO EMP-CONTA
           MOVE EMP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
           END-READ
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF EXCEDE-LIMITE-GRUPO
               DISPLAY "ORIGINAR MESMO ASSIM? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "ORIGINACAO CANCELADA."
                   EXIT PARAGRAPH
               END-IF
               MOVE "EXCESSO-CONCENTRACAO" TO WS-AUD-ACAO
               MOVE EMP-CONTA TO WS-AUD-CONTA
               PERFORM 9600-GRAVAR-AUDITORIA
           END-IF

           MOVE PCR-CAPITAL TO EMP-CAPITAL
           MOVE PCR-PRAZO-MESES TO EMP-PRAZO-MESES
           MOVE EMP-CAPITAL TO WS-VALOR-FORMATADO
           DISPLAY "CAPITAL: " WS-VALOR-FORMATADO
               "  PRAZO: " EMP-PRAZO-MESES " MESES"

           *> a taxa ja nao e digitada: e a do precario central que
           *> o pedido fixou no dia da avaliacao (um 0,5000 digitado
           *> em vez de 0,0500 ja custou um incidente real)
           MOVE PCR-TAXA-ANUAL TO EMP-TAXA-ANUAL
           DISPLAY "TAXA ANUAL DO PEDIDO: " EMP-TAXA-ANUAL

           *> o credito a habitacao e contratado a indexante mais
           *> spread: a taxa do pedido da lugar a taxa indexada
           DISPLAY "REGIME DE TAXA (F-FIXA / I-INDEXADA): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-TIPO-TAXA
           MOVE FUNCTION UPPER-CASE(WS-NOVO-TIPO-TAXA)
               TO WS-NOVO-TIPO-TAXA
           EVALUATE WS-NOVO-TIPO-TAXA
               WHEN "F"
                   MOVE "F" TO EMP-TIPO-TAXA
                   MOVE SPACES TO EMP-INDEXANTE
                   MOVE 0 TO EMP-SPREAD
                   MOVE 0 TO EMP-PERIODO-REVISAO
               WHEN "I"
                   PERFORM 8500-PEDIR-INDEXACAO
                   IF NOT INDEXACAO-VALIDA
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "I" TO EMP-TIPO-TAXA
                   MOVE WS-NOVO-INDEXANTE TO EMP-INDEXANTE
                   MOVE WS-NOVO-SPREAD TO EMP-SPREAD
                   MOVE WS-NOVO-PERIODO TO EMP-PERIODO-REVISAO
                   MOVE WS-NOVA-TAXA TO EMP-TAXA-ANUAL
               WHEN OTHER
                   DISPLAY "ERRO: REGIME DE TAXA INVALIDO!"
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 8000-CALCULAR-PRESTACAO

           MOVE WS-DATA-HOJE TO WS-DATA-CALC
           PERFORM 8100-AVANCAR-UM-MES
           MOVE WS-DATA-CALC TO EMP-PROXIMA-PRESTACAO
           IF EMP-TAXA-INDEXADA
               PERFORM 8550-FIXAR-DATA-REVISAO
           ELSE
               MOVE 0 TO EMP-DATA-REVISAO
           END-IF
           MOVE "A" TO EMP-ESTADO
           MOVE "P" TO EMP-CLASSE
           MOVE 0 TO EMP-MORA-ACUMULADA
           MOVE 0 TO EMP-DATA-ULTIMA-MORA
           MOVE 0 TO EMP-MES-MORA
           MOVE 0 TO EMP-MORA-MES
           MOVE 0 TO EMP-MORA-MES-ANTERIOR

           MOVE EMP-PRESTACAO TO WS-VALOR-FORMATADO
           DISPLAY "PRESTACAO MENSAL CALCULADA: " WS-VALOR-FORMATADO
                   DISPLAY "ERRO: EMPRESTIMO DUPLICADO!"
               NOT INVALID KEY
                   PERFORM 1200-DESEMBOLSAR
                   PERFORM 1300-MARCAR-PEDIDO-ORIGINADO
           END-WRITE.

       1300-MARCAR-PEDIDO-ORIGINADO.
           *> o pedido fica ligado ao emprestimo e nao volta a ser
           *> originado
           MOVE "O" TO PCR-ESTADO
           MOVE EMP-NUMERO TO PCR-EMPRESTIMO
           REWRITE REG-PEDIDO-CREDITO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O PEDIDO " PCR-NUMERO
                       " COMO ORIGINADO!"
           END-REWRITE.

       1200-DESEMBOLSAR.
           *> o desembolso credita a conta a ordem e e registado
           *> como um deposito
       3000-LISTAR-EMPRESTIMOS.
           DISPLAY " ".
           DISPLAY "EMPRESTIMO CONTA      PRESTACAO     EM DIVIDA"
               "      PAGAS ATR EST TX".
           DISPLAY "--------------------------------------------"
               "-----------------------".

           MOVE LOW-VALUES TO EMP-NUMERO
           START FICHEIRO-EMPRESTIMOS KEY IS GREATER THAN EMP-NUMERO
                           WS-VALOR-FORMATADO "  "
                           WS-DEVEDOR-FORMATADO "  "
                           EMP-PRESTACOES-PAGAS "   " EMP-EM-ATRASO
                           "  " EMP-ESTADO "   " EMP-TIPO-TAXA
               END-READ
           END-PERFORM.

                           DISPLAY "ERRO AO GRAVAR EMPRESTIMO!"
                   END-REWRITE

                   MOVE EMP-NUMERO TO WS-GD-EMPRESTIMO
                   MOVE WS-DATA-HOJE TO WS-GD-DATA
                   PERFORM 8987-LIBERTAR-GARANTIAS
                   IF WS-GD-TOTAL > 0
                       DISPLAY "GARANTIAS LIBERTADAS: " WS-GD-TOTAL
                   END-IF

                   MOVE SALDO-FILE TO WS-VALOR-FORMATADO
                   DISPLAY "EMPRESTIMO " EMP-NUMERO " LIQUIDADO. "
                       "NOVO SALDO DA CONTA: " WS-VALOR-FORMATADO
               MOVE 1 TO WS-MESES-RESTANTES
           END-IF

           IF EMP-TAXA-INDEXADA
               DISPLAY "REGIME ATUAL: INDEXADA A " EMP-INDEXANTE
                   " + " EMP-SPREAD ", REVISTA A CADA "
                   EMP-PERIODO-REVISAO " MESES"
           ELSE
               DISPLAY "REGIME ATUAL: TAXA FIXA"
           END-IF
           DISPLAY "NOVO REGIME (F-FIXA DO PRECARIO / I-INDEXADA): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-TIPO-TAXA
           MOVE FUNCTION UPPER-CASE(WS-NOVO-TIPO-TAXA)
               TO WS-NOVO-TIPO-TAXA
           EVALUATE WS-NOVO-TIPO-TAXA
               WHEN "F"
                   CONTINUE
               WHEN "I"
                   PERFORM 7100-RENEGOCIAR-INDEXADA
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "ERRO: REGIME DE TAXA INVALIDO!"
                   EXIT PARAGRAPH
           END-EVALUATE

           *> a renegociacao aplica a taxa do precario em vigor para
           *> o prazo que falta - nao ha taxas livres ao balcao
           MOVE "EM" TO WS-TX-PRODUTO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOVA-TAXA TO EMP-TAXA-ANUAL
           *> passar a taxa fixa desliga a revisao periodica
           MOVE "F" TO EMP-TIPO-TAXA
           MOVE SPACES TO EMP-INDEXANTE
           MOVE 0 TO EMP-SPREAD
           MOVE 0 TO EMP-PERIODO-REVISAO
           MOVE 0 TO EMP-DATA-REVISAO

           PERFORM 7200-GRAVAR-RENEGOCIACAO.

       7100-RENEGOCIAR-INDEXADA.
           *> indexante, spread e periodo novos; a taxa passa ja a
           *> ser a do indexante em vigor e a contagem do periodo de
           *> revisao recomeca hoje
           PERFORM 8500-PEDIR-INDEXACAO
           IF NOT INDEXACAO-VALIDA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAXA ATUAL DO CONTRATO : " EMP-TAXA-ANUAL
           DISPLAY "APLICAR A TAXA INDEXADA? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
               DISPLAY "OPERACAO CANCELADA."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOVA-TAXA TO EMP-TAXA-ANUAL
           MOVE "I" TO EMP-TIPO-TAXA
           MOVE WS-NOVO-INDEXANTE TO EMP-INDEXANTE
           MOVE WS-NOVO-SPREAD TO EMP-SPREAD
           MOVE WS-NOVO-PERIODO TO EMP-PERIODO-REVISAO
           PERFORM 8550-FIXAR-DATA-REVISAO

           PERFORM 7200-GRAVAR-RENEGOCIACAO.

       7200-GRAVAR-RENEGOCIACAO.
           *> a prestacao e refixada sobre o capital em divida e o
           *> prazo que falta cumprir
           PERFORM 8300-RECALCULAR-PRESTACAO
                   MOVE EMP-PRESTACAO TO WS-VALOR-FORMATADO
                   DISPLAY "TAXA RENEGOCIADA. NOVA PRESTACAO: "
                       WS-VALOR-FORMATADO
                   IF EMP-TAXA-INDEXADA
                       DISPLAY "PROXIMA REVISAO DA TAXA: "
                           EMP-DATA-REVISAO
                   END-IF
                   MOVE "RENEGOCIAR-TAXA" TO WS-AUD-ACAO
                   MOVE EMP-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
               EXIT PARAGRAPH
           END-IF

           *> as garantias ativas sao executadas antes do abate: o
           *> que o penhor de deposito recuperar ja nao e perda
           PERFORM 7600-EXECUTAR-GARANTIAS

           IF EMP-SALDO-DEVEDOR = 0
               MOVE "L" TO EMP-ESTADO
               MOVE 0 TO EMP-EM-ATRASO
           ELSE
               MOVE "X" TO EMP-ESTADO
           END-IF
           REWRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR EMPRESTIMO!"
               NOT INVALID KEY
                   IF EMP-LIQUIDADO
                       DISPLAY "EMPRESTIMO " EMP-NUMERO
                           " LIQUIDADO PELA EXECUCAO DAS GARANTIAS."
                   ELSE
                       MOVE EMP-SALDO-DEVEDOR TO WS-DEVEDOR-FORMATADO
                       DISPLAY "EMPRESTIMO " EMP-NUMERO " ABATIDO. "
                           "PERDA: " WS-DEVEDOR-FORMATADO
                   END-IF
                   MOVE "ABATER-EMPRESTIMO" TO WS-AUD-ACAO
                   MOVE EMP-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       7600-EXECUTAR-GARANTIAS.
           *> o penhor de deposito e executado aqui; a hipoteca e a
           *> fianca passam a execucao e a recuperacao corre pelo
           *> contencioso, fora deste razao
           IF NOT COLATERAIS-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-NUMERO TO COL-EMPRESTIMO
           MOVE 0 TO COL-SEQ
           START FICHEIRO-COLATERAIS KEY IS NOT LESS THAN COL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START

           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-EMPRESTIMO NOT = EMP-NUMERO
                           MOVE "10" TO WS-FS-COLATERAIS
                       ELSE
                           IF COL-ATIVA
                               PERFORM 7650-EXECUTAR-GARANTIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.

       7650-EXECUTAR-GARANTIA.
           *> divida ja paga por um penhor executado antes: as
           *> garantias que sobram libertam-se em vez de executar
           IF EMP-SALDO-DEVEDOR = 0
               MOVE "L" TO COL-ESTADO
               MOVE WS-DATA-HOJE TO COL-DATA-ESTADO
               REWRITE REG-COLATERAL
                   INVALID KEY
                       DISPLAY "ERRO AO LIBERTAR A GARANTIA "
                           COL-SEQ "!"
                   NOT INVALID KEY
                       DISPLAY "GARANTIA " COL-SEQ " (" COL-TIPO
                           ") LIBERTADA - DIVIDA JA PAGA."
               END-REWRITE
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-EXECUCAO-OK
           IF COL-DEPOSITO-PENHOR
               PERFORM 7700-EXECUTAR-DEPOSITO
           ELSE
               DISPLAY "GARANTIA " COL-SEQ " (" COL-TIPO ") PASSA A "
                   "EXECUCAO: " COL-DESCRICAO
           END-IF
           IF NOT GARANTIA-EXECUTADA
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO COL-ESTADO
           MOVE WS-DATA-HOJE TO COL-DATA-ESTADO
           REWRITE REG-COLATERAL
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A GARANTIA " COL-SEQ "!"
           END-REWRITE.

       7700-EXECUTAR-DEPOSITO.
           *> o deposito e resgatado para a conta ligada ('E', sem
           *> juros, como um resgate antecipado) e a divida e paga
           *> dessa conta ('P') ate ao capital em divida; o excedente
           *> fica na conta do depositante
           MOVE 'N' TO WS-EXECUCAO-OK
           IF WS-FS-DEPOSITOS NOT = "00"
               DISPLAY "ERRO: FICHEIRO DE DEPOSITOS INDISPONIVEL - "
                   "PENHOR " COL-DEPOSITO " POR EXECUTAR!"
               EXIT PARAGRAPH
           END-IF
           MOVE COL-DEPOSITO TO DP-NUMERO
           READ FICHEIRO-DEPOSITOS
               INVALID KEY
                   DISPLAY "ERRO: DEPOSITO PENHORADO " COL-DEPOSITO
                       " NAO ENCONTRADO!"
           END-READ
           IF WS-FS-DEPOSITOS NOT = "00"
               MOVE "00" TO WS-FS-DEPOSITOS
               EXIT PARAGRAPH
           END-IF
           IF NOT DEP-ATIVO
               *> ja nao ha o que executar: a garantia fica executada
               DISPLAY "AVISO: DEPOSITO PENHORADO " DP-NUMERO
                   " JA NAO ESTA ATIVO."
               MOVE 'S' TO WS-EXECUCAO-OK
               EXIT PARAGRAPH
           END-IF
           MOVE DP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " DP-CONTA " DO DEPOSITO "
                       "PENHORADO NAO ENCONTRADA!"
           END-READ
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF

           IF DP-CAPITAL < EMP-SALDO-DEVEDOR
               MOVE DP-CAPITAL TO WS-VALOR-RECUPERADO
           ELSE
               MOVE EMP-SALDO-DEVEDOR TO WS-VALOR-RECUPERADO
           END-IF

           ADD DP-CAPITAL TO SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO CREDITAR A CONTA " DP-CONTA "!"
           END-REWRITE
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO DP-ESTADO
           REWRITE REG-DEPOSITO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR DEPOSITO " DP-NUMERO "!"
           END-REWRITE
           MOVE NR-CONTA-FILE TO WS-LOG-CONTA
           MOVE DP-CAPITAL TO WS-LOG-VALOR
           MOVE "E" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           MOVE 'E' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           SUBTRACT WS-VALOR-RECUPERADO FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR A CONTA " DP-CONTA "!"
           END-REWRITE
           IF WS-FS-CLIENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VALOR-RECUPERADO TO WS-LOG-VALOR
           MOVE "P" TO WS-LOG-TIPO-OP
           PERFORM 9100-GRAVAR-LOG
           MOVE 'P' TO WS-MOV-TIPO-OP
           PERFORM 9200-GRAVAR-MOVIMENTO

           SUBTRACT WS-VALOR-RECUPERADO FROM EMP-SALDO-DEVEDOR
           MOVE 'S' TO WS-EXECUCAO-OK
           MOVE WS-VALOR-RECUPERADO TO WS-VALOR-FORMATADO
           DISPLAY "PENHOR DO DEPOSITO " DP-NUMERO " EXECUTADO - "
               "RECUPERADO: " WS-VALOR-FORMATADO.

       8000-CALCULAR-PRESTACAO.
           *> prestacao constante do sistema frances:
           *> P = C * i / (1 - (1 + i) ** -n), com i = taxa mensal;
           COMPUTE EMP-PRAZO-MESES =
               EMP-PRESTACOES-PAGAS + WS-MES-PLANO.

       8500-PEDIR-INDEXACAO.
           *> recolhe indexante, spread e periodo de revisao e
           *> devolve em WS-NOVA-TAXA o indexante em vigor mais o
           *> spread, com piso em zero
           MOVE 'N' TO WS-INDEXACAO-OK
           IF NOT INDEXANTES-DISPONIVEL
               DISPLAY "ERRO: TABELA DE INDEXANTES INDISPONIVEL - "
                   "CORRA TABELA-INDEXANTES!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INDEXANTE (E03M/E06M/E12M): " WITH NO ADVANCING
           ACCEPT WS-NOVO-INDEXANTE
           MOVE FUNCTION UPPER-CASE(WS-NOVO-INDEXANTE)
               TO WS-NOVO-INDEXANTE
           MOVE WS-NOVO-INDEXANTE TO WS-IX-CODIGO
           PERFORM 9770-OBTER-INDEXANTE
           IF NOT INDEXANTE-ENCONTRADO
               DISPLAY "ERRO: SEM VALOR EM VIGOR PARA O INDEXANTE "
                   WS-NOVO-INDEXANTE "!"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SPREAD ANUAL (EX: 1,5% -> 01500): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-SPREAD
           DISPLAY "PERIODO DE REVISAO EM MESES (1/3/6/12): "
               WITH NO ADVANCING
           ACCEPT WS-NOVO-PERIODO
           IF WS-NOVO-PERIODO NOT = 1 AND NOT = 3 AND NOT = 6
                   AND NOT = 12
               DISPLAY "ERRO: PERIODO DE REVISAO INVALIDO!"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TAXA-CALCULADA =
               WS-IX-TAXA-OBTIDA + WS-NOVO-SPREAD
           IF WS-TAXA-CALCULADA < 0
               MOVE 0 TO WS-TAXA-CALCULADA
           END-IF
           MOVE WS-TAXA-CALCULADA TO WS-NOVA-TAXA
           MOVE WS-IX-TAXA-OBTIDA TO WS-INDEXANTE-FORMATADO
           DISPLAY "INDEXANTE " WS-NOVO-INDEXANTE " EM VIGOR: "
               WS-INDEXANTE-FORMATADO " (DESDE " WS-IX-DATA-OBTIDA
               ")"
           DISPLAY "TAXA INDEXADA (COM PISO EM ZERO): " WS-NOVA-TAXA
           MOVE 'S' TO WS-INDEXACAO-OK.

       8550-FIXAR-DATA-REVISAO.
           *> a primeira revisao cai um periodo depois de hoje
           MOVE WS-DATA-HOJE TO WS-DATA-CALC
           PERFORM 8100-AVANCAR-UM-MES EMP-PERIODO-REVISAO TIMES
           MOVE WS-DATA-CALC TO EMP-DATA-REVISAO.

       8100-AVANCAR-UM-MES.
           IF WS-CALC-MES = 12
               MOVE 1 TO WS-CALC-MES
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-HOJE TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY
           END-PERFORM
           MOVE "00" TO WS-FS-TITULARES.

       8700-ABRIR-CONCENTRACAO.
           IF NOT TITULARES-DISPONIVEIS
               DISPLAY "AVISO: SEM MESTRE DE CLIENTES - AVISO DE "
                   "CONCENTRACAO NA ORIGINACAO INATIVO."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FICHEIRO-FUNDOS-PROPRIOS
           IF WS-FS-FUNDOS NOT = "00"
               DISPLAY "AVISO: SEM PARAMETROS DE FUNDOS PROPRIOS - "
                   "AVISO DE CONCENTRACAO NA ORIGINACAO INATIVO."
               EXIT PARAGRAPH
           END-IF
           READ FICHEIRO-FUNDOS-PROPRIOS
               AT END
                   MOVE "10" TO WS-FS-FUNDOS
           END-READ
           CLOSE FICHEIRO-FUNDOS-PROPRIOS
           IF WS-FS-FUNDOS NOT = "00"
                   OR FP-MONTANTE IS NOT NUMERIC
                   OR FP-LIMITE-PERC IS NOT NUMERIC
               DISPLAY "AVISO: PARAMETROS DE FUNDOS PROPRIOS "
                   "INVALIDOS - AVISO DE CONCENTRACAO INATIVO."
               EXIT PARAGRAPH
           END-IF
           IF FP-MONTANTE = 0 OR FP-LIMITE-PERC = 0
                   OR FP-LIMITE-PERC > 100
               DISPLAY "AVISO: FUNDOS PROPRIOS OU LIMITE A ZERO OU "
                   "FORA DE 0-100% - AVISO DE CONCENTRACAO INATIVO."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIMITE-CONCENTRACAO ROUNDED =
               FP-MONTANTE * FP-LIMITE-PERC / 100

           OPEN INPUT FICHEIRO-CIF-CONTAS
           IF WS-FS-CIF-CONTAS NOT = "00"
               DISPLAY "AVISO: SEM LIGACOES CIF-CONTA - AVISO DE "
                   "CONCENTRACAO NA ORIGINACAO INATIVO."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-CONCENTRACAO-ATIVA

           *> sem cambios as contas em moeda estrangeira contam
           *> pelo valor nominal
           OPEN INPUT FICHEIRO-CAMBIO
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           END-IF.

       8710-VERIFICAR-CONCENTRACAO.
           *> uma contraparte por titular (primario ou conjunto): o
           *> grupo a que pertence ou, sem grupo, o proprio cliente
           MOVE 'N' TO WS-EXCESSO-GRUPO
           IF NOT CONCENTRACAO-VERIFICAVEL
               EXIT PARAGRAPH
           END-IF

           *> REG-CLIENTE tem a conta do emprestimo novo
           PERFORM 8780-OBTER-TAXA
           COMPUTE WS-CAPITAL-EUR ROUNDED =
               PCR-CAPITAL * WS-TAXA-CAMBIO

           MOVE 0 TO WS-TIT-TOTAL
           MOVE PCR-CONTA TO TL-CONTA
           MOVE 0 TO TL-CIF
           START FICHEIRO-TITULARES KEY IS NOT LESS THAN TL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TITULARES
           END-START
           PERFORM UNTIL WS-FS-TITULARES = "10"
               READ FICHEIRO-TITULARES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-TITULARES
                   NOT AT END
                       IF TL-CONTA NOT = PCR-CONTA
                           MOVE "10" TO WS-FS-TITULARES
                       ELSE
                           IF NOT TITULAR-ASSINANTE
                                   AND WS-TIT-TOTAL < 10
                               ADD 1 TO WS-TIT-TOTAL
                               MOVE TL-CIF TO WS-TIT-CIF(WS-TIT-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-TITULARES

           MOVE 0 TO WS-AVALIADAS-TOTAL
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
                   UNTIL WS-TIT-IDX > WS-TIT-TOTAL
               MOVE WS-TIT-CIF(WS-TIT-IDX) TO CIF-ID
               READ FICHEIRO-CIF
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-CIF = "00" AND CIF-GRUPO NOT = 0
                   MOVE CIF-GRUPO TO WS-CONTRAPARTE
                   MOVE 'S' TO WS-CONTRAPARTE-GRUPO
               ELSE
                   MOVE WS-TIT-CIF(WS-TIT-IDX) TO WS-CONTRAPARTE
                   MOVE 'N' TO WS-CONTRAPARTE-GRUPO
               END-IF
               PERFORM 8715-VERIFICAR-AVALIADA
               IF WS-JA-AVALIADA = 'N'
                   PERFORM 8720-EXPOSICAO-CONTRAPARTE
                   PERFORM 8725-COMPARAR-LIMITE
               END-IF
           END-PERFORM.

       8715-VERIFICAR-AVALIADA.
           MOVE 'N' TO WS-JA-AVALIADA
           PERFORM VARYING WS-AVALIADA-IDX FROM 1 BY 1
                   UNTIL WS-AVALIADA-IDX > WS-AVALIADAS-TOTAL
               IF WS-AVALIADA(WS-AVALIADA-IDX) = WS-CONTRAPARTE
                   MOVE 'S' TO WS-JA-AVALIADA
               END-IF
           END-PERFORM
           IF WS-JA-AVALIADA = 'N' AND WS-AVALIADAS-TOTAL < 10
               ADD 1 TO WS-AVALIADAS-TOTAL
               MOVE WS-CONTRAPARTE TO WS-AVALIADA(WS-AVALIADAS-TOTAL)
           END-IF.

       8720-EXPOSICAO-CONTRAPARTE.
           MOVE 0 TO WS-EXPOSICAO-GRUPO
           MOVE 0 TO WS-CONTAS-TOTAL
           IF WS-CONTRAPARTE-GRUPO = 'S'
               PERFORM 8730-CARREGAR-MEMBROS
           ELSE
               MOVE 1 TO WS-MEMBROS-TOTAL
               MOVE WS-CONTRAPARTE TO WS-MEMBRO-CIF(1)
           END-IF
           PERFORM VARYING WS-MEMBRO-IDX FROM 1 BY 1
                   UNTIL WS-MEMBRO-IDX > WS-MEMBROS-TOTAL
               PERFORM 8740-CARREGAR-CONTAS
           END-PERFORM

           *> descoberto autorizado: o limite ou, acima dele, o
           *> descoberto efetivo
           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTAS-TOTAL
               MOVE 1 TO WS-CG-TAXA(WS-CONTA-IDX)
               MOVE WS-CG-CONTA(WS-CONTA-IDX) TO NR-CONTA-FILE
               READ FICHEIRO-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 8780-OBTER-TAXA
                       MOVE WS-TAXA-CAMBIO TO WS-CG-TAXA(WS-CONTA-IDX)
                       MOVE 0 TO WS-DESCOBERTO
                       IF SALDO-FILE < 0
                           COMPUTE WS-DESCOBERTO = 0 - SALDO-FILE
                       END-IF
                       IF SALDO-LIMITE-FILE > WS-DESCOBERTO
                           MOVE SALDO-LIMITE-FILE TO WS-DESCOBERTO
                       END-IF
                       IF NOT CONTA-ENCERRADA-FILE
                           COMPUTE WS-EXPOSICAO-GRUPO ROUNDED =
                               WS-EXPOSICAO-GRUPO
                               + WS-DESCOBERTO * WS-TAXA-CAMBIO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 8760-SOMAR-EMPRESTIMOS
           IF COLATERAIS-DISPONIVEL
               PERFORM 8770-SOMAR-FIANCAS
           END-IF.

       8725-COMPARAR-LIMITE.
           COMPUTE WS-EXPOSICAO-FINAL =
               WS-EXPOSICAO-GRUPO + WS-CAPITAL-EUR
           IF WS-EXPOSICAO-FINAL NOT > WS-LIMITE-CONCENTRACAO
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-EXCESSO-GRUPO
           IF WS-CONTRAPARTE-GRUPO = 'S'
               DISPLAY "AVISO: O GRUPO " WS-CONTRAPARTE
                   " FICA ACIMA DO LIMITE DE CONCENTRACAO!"
           ELSE
               DISPLAY "AVISO: O CLIENTE " WS-CONTRAPARTE
                   " FICA ACIMA DO LIMITE DE CONCENTRACAO!"
           END-IF
           MOVE WS-EXPOSICAO-GRUPO TO WS-EXPOSICAO-FORMATADA
           DISPLAY "  EXPOSICAO ATUAL (EUR)     : "
               WS-EXPOSICAO-FORMATADA
           MOVE WS-EXPOSICAO-FINAL TO WS-EXPOSICAO-FORMATADA
           DISPLAY "  COM ESTE EMPRESTIMO (EUR) : "
               WS-EXPOSICAO-FORMATADA
           MOVE WS-LIMITE-CONCENTRACAO TO WS-EXPOSICAO-FORMATADA
           DISPLAY "  LIMITE (EUR)              : "
               WS-EXPOSICAO-FORMATADA.

       8730-CARREGAR-MEMBROS.
           *> o mestre nao tem chave pelo grupo - varrimento
           MOVE 0 TO WS-MEMBROS-TOTAL
           MOVE 0 TO CIF-ID
           START FICHEIRO-CIF KEY IS NOT LESS THAN CIF-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-CIF
           END-START
           PERFORM UNTIL WS-FS-CIF = "10"
               READ FICHEIRO-CIF NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CIF
                   NOT AT END
                       IF CIF-GRUPO = WS-CONTRAPARTE
                               AND WS-MEMBROS-TOTAL < 100
                           ADD 1 TO WS-MEMBROS-TOTAL
                           MOVE CIF-ID
                               TO WS-MEMBRO-CIF(WS-MEMBROS-TOTAL)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF.

       8740-CARREGAR-CONTAS.
           *> contas do membro em que e titular (o assinante
           *> autorizado nao responde pela divida da conta)
           MOVE WS-MEMBRO-CIF(WS-MEMBRO-IDX) TO LC-CIF
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
                       IF LC-CIF NOT = WS-MEMBRO-CIF(WS-MEMBRO-IDX)
                           MOVE "10" TO WS-FS-CIF-CONTAS
                       ELSE
                           MOVE LC-CONTA TO TL-CONTA
                           MOVE LC-CIF TO TL-CIF
                           READ FICHEIRO-TITULARES
                               INVALID KEY
                                   MOVE SPACE TO TL-PAPEL
                           END-READ
                           IF NOT TITULAR-ASSINANTE
                               MOVE LC-CONTA TO WS-CONTA-PROCURADA
                               PERFORM 8790-ACRESCENTAR-CONTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF-CONTAS
           MOVE "00" TO WS-FS-TITULARES.

       8760-SOMAR-EMPRESTIMOS.
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
                       IF EMP-ATIVO
                           MOVE EMP-CONTA TO WS-CONTA-PROCURADA
                           PERFORM 8795-PROCURAR-CONTA
                           IF WS-CONTA-ACHADA = 'S'
                               COMPUTE WS-EXPOSICAO-GRUPO ROUNDED =
                                   WS-EXPOSICAO-GRUPO
                                   + EMP-SALDO-DEVEDOR
                                   * WS-CG-TAXA(WS-CONTA-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-EMPRESTIMOS.

       8770-SOMAR-FIANCAS.
           *> fiancas prestadas pelos membros a emprestimos de
           *> contas de fora da contraparte, ate ao saldo devedor
           MOVE LOW-VALUES TO COL-CHAVE
           START FICHEIRO-COLATERAIS KEY IS GREATER THAN COL-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-COLATERAIS
           END-START
           PERFORM UNTIL WS-FS-COLATERAIS = "10"
               READ FICHEIRO-COLATERAIS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COLATERAIS
                   NOT AT END
                       IF COL-FIANCA AND COL-ATIVA
                           PERFORM 8775-VERIFICAR-FIADOR
                           IF WS-E-MEMBRO = 'S'
                               PERFORM 8777-SOMAR-FIANCA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.

       8775-VERIFICAR-FIADOR.
           MOVE 'N' TO WS-E-MEMBRO
           PERFORM VARYING WS-MEMBRO-IDX FROM 1 BY 1
                   UNTIL WS-MEMBRO-IDX > WS-MEMBROS-TOTAL
               IF WS-MEMBRO-CIF(WS-MEMBRO-IDX) = COL-CIF-FIADOR
                   MOVE 'S' TO WS-E-MEMBRO
               END-IF
           END-PERFORM.

       8777-SOMAR-FIANCA.
           MOVE COL-EMPRESTIMO TO EMP-NUMERO
           READ FICHEIRO-EMPRESTIMOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT EMP-ATIVO
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-CONTA TO WS-CONTA-PROCURADA
           PERFORM 8795-PROCURAR-CONTA
           IF WS-CONTA-ACHADA = 'S'
               EXIT PARAGRAPH
           END-IF
           IF COL-VALOR < EMP-SALDO-DEVEDOR
               MOVE COL-VALOR TO WS-FIANCA
           ELSE
               MOVE EMP-SALDO-DEVEDOR TO WS-FIANCA
           END-IF
           MOVE EMP-CONTA TO NR-CONTA-FILE
           MOVE 1 TO WS-TAXA-CAMBIO
           READ FICHEIRO-CLIENTES
               NOT INVALID KEY
                   PERFORM 8780-OBTER-TAXA
           END-READ
           COMPUTE WS-EXPOSICAO-GRUPO ROUNDED =
               WS-EXPOSICAO-GRUPO + WS-FIANCA * WS-TAXA-CAMBIO.

       8780-OBTER-TAXA.
           *> taxa para EUR da moeda da conta em REG-CLIENTE
           MOVE 1 TO WS-TAXA-CAMBIO
           IF MOEDA-FILE = "EUR" OR MOEDA-FILE = SPACES
                   OR NOT CAMBIO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE MOEDA-FILE TO CAMBIO-MOEDA
           READ FICHEIRO-CAMBIO
               NOT INVALID KEY
                   MOVE CAMBIO-TAXA TO WS-TAXA-CAMBIO
           END-READ.

       8790-ACRESCENTAR-CONTA.
           PERFORM 8795-PROCURAR-CONTA
           IF WS-CONTA-ACHADA = 'N' AND WS-CONTAS-TOTAL < 300
               ADD 1 TO WS-CONTAS-TOTAL
               MOVE WS-CONTA-PROCURADA TO WS-CG-CONTA(WS-CONTAS-TOTAL)
               MOVE 1 TO WS-CG-TAXA(WS-CONTAS-TOTAL)
           END-IF.

       8795-PROCURAR-CONTA.
           MOVE 'N' TO WS-CONTA-ACHADA
           MOVE 1 TO WS-CONTA-IDX
           PERFORM UNTIL WS-CONTA-IDX > WS-CONTAS-TOTAL
                   OR WS-CONTA-ACHADA = 'S'
               IF WS-CG-CONTA(WS-CONTA-IDX) = WS-CONTA-PROCURADA
                   MOVE 'S' TO WS-CONTA-ACHADA
               ELSE
                   ADD 1 TO WS-CONTA-IDX
               END-IF
           END-PERFORM.

           COPY PRECARIO.

           COPY INDICEREF.

           COPY GARDEP.

           COPY SIGNON.

           COPY DATANEG.
