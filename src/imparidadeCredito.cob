       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPARIDADE-CREDITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-IMPARIDADES ASSIGN TO
               "data/imparidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IPR-CHAVE
               FILE STATUS IS WS-FS-IMPARIDADES.

           SELECT FICHEIRO-TAXAS ASSIGN TO "data/taxas_produto.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-CHAVE
               FILE STATUS IS WS-FS-TAXAS.

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

           SELECT FICHEIRO-LOG ASSIGN TO "data/transactions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

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
       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-IMPARIDADES.
           COPY IMPARIDADE.

       FD  FICHEIRO-TAXAS.
           COPY TAXAPROD.

       FD  FICHEIRO-COLATERAIS.
           COPY COLATERAL.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS              PIC X(50).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY PRECARIOWS.
           COPY RUNCTLWS.

       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-IMPARIDADES       PIC XX.
       77  WS-FS-COLATERAIS        PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-PROXIMO-ID-LOG       PIC 9(09) VALUE 1.
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-COLATERAIS-ABERTO    PIC X VALUE 'N'.
           88 COLATERAIS-DISPONIVEL VALUE 'S'.
       77  WS-DEPOSITOS-ABERTO     PIC X VALUE 'N'.
           88 DEPOSITOS-DISPONIVEL VALUE 'S'.

       *> Garantias elegiveis para abater a exposicao: o deposito
       *> penhorado pelo capital atual, o imovel pelo valor da
       *> avaliacao menos o desconto de realizacao, desde que a
       *> avaliacao nao esteja desatualizada (o mesmo prazo de
       *> MONITOR-LTV). A fianca e garantia pessoal e nao abate.
       77  WS-DESCONTO-IMOVEL      PIC 9V9(04) VALUE 0.2000.
       77  WS-DIAS-AVALIACAO-MAX   PIC 9(05) VALUE 1095.
       77  WS-DIAS-AVALIACAO       PIC S9(07).

       *> apuramento do emprestimo corrente
       77  WS-JA-APURADO           PIC X.
           88 EMPRESTIMO-JA-APURADO  VALUE 'S'.
       77  WS-COBERTURA-ACHADA     PIC X.
           88 COBERTURA-DEFINIDA     VALUE 'S'.
       77  WS-ABERTURA             PIC 9(07)V99.
       77  WS-DIAS-ATRASO          PIC 9(05).
       77  WS-VALOR-GARANTIAS      PIC 9(09)V99.
       77  WS-BASE-IMPARIDADE      PIC S9(09)V99.
       77  WS-FECHO                PIC 9(07)V99.
       77  WS-CLASSE-IDX           PIC 9(01).

       77  WS-TOTAL-EMPRESTIMOS    PIC 9(05) VALUE 0.
       77  WS-TOTAL-JA-APURADOS    PIC 9(05) VALUE 0.
       77  WS-TOTAL-SEM-COBERTURA  PIC 9(05) VALUE 0.
       77  WS-TOTAL-LANCAMENTOS    PIC 9(05) VALUE 0.

       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-FORMATADO      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       *> mapa de movimentos por classe de risco (1 produtivo,
       *> 2 vigilancia, 3 nao produtivo) e total na posicao 4
       01  WS-TABELA-MAPA.
           05 WS-MAPA-ENTRADA OCCURS 4 TIMES.
              10 WS-MAPA-ABERTURA     PIC 9(11)V99.
              10 WS-MAPA-DOTACAO      PIC 9(11)V99.
              10 WS-MAPA-REVERSAO     PIC 9(11)V99.
              10 WS-MAPA-UTILIZACAO   PIC 9(11)V99.
              10 WS-MAPA-FECHO        PIC 9(11)V99.
       01  WS-NOMES-CLASSE.
           05 FILLER               PIC X(14) VALUE "PRODUTIVO".
           05 FILLER               PIC X(14) VALUE "VIGILANCIA".
           05 FILLER               PIC X(14) VALUE "NAO PRODUTIVO".
           05 FILLER               PIC X(14) VALUE "TOTAL".
       01  WS-NOMES-CLASSE-R REDEFINES WS-NOMES-CLASSE.
           05 WS-NOME-CLASSE       PIC X(14) OCCURS 4 TIMES.

       *> linhas so contabilisticas: nao mexem no saldo da conta
       *> (sem movimento em movements.dat); a conta do emprestimo
       *> da o centro de custo em EXPORTA-GL e o numero do
       *> emprestimo segue no resto da linha
       01  WS-REGISTO-LOG.
           05 WS-LOG-ID-OPERACAO   PIC 9(09).
           05 WS-LOG-DATA          PIC 9(08).
           05 WS-LOG-CONTA         PIC 9(09).
           *> '1-Dotacao de imparidade', '2-Reversao de imparidade',
           *> '3-Utilizacao de imparidade no abate'
           05 WS-LOG-TIPO-OP       PIC X(01).
           05 WS-LOG-VALOR         PIC 9(07)V99.
           05 WS-LOG-EMPRESTIMO    PIC 9(09).
           05 FILLER               PIC X(05) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT FICHEIRO-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE EMPRESTIMOS: "
                   WS-FS-EMPRESTIMOS
               STOP RUN
           END-IF.

           *> sem precario nao ha percentagens de cobertura: o lote
           *> nao inventa provisoes (corra TABELA-TAXAS)
           OPEN INPUT FICHEIRO-TAXAS.
           IF WS-FS-TAXAS NOT = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
               DISPLAY "ERRO: PRECARIO DE TAXAS INDISPONIVEL ("
                   WS-FS-TAXAS ") - CORRA TABELA-TAXAS."
               STOP RUN
           END-IF.
           MOVE 'S' TO WS-TAXAS-ABERTO.

           OPEN I-O FICHEIRO-IMPARIDADES.
           IF WS-FS-IMPARIDADES = "35"
               OPEN OUTPUT FICHEIRO-IMPARIDADES
               CLOSE FICHEIRO-IMPARIDADES
               OPEN I-O FICHEIRO-IMPARIDADES
           END-IF.
           IF WS-FS-IMPARIDADES NOT = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
               CLOSE FICHEIRO-TAXAS
               DISPLAY "ERRO AO ABRIR HISTORICO DE IMPARIDADE: "
                   WS-FS-IMPARIDADES
               STOP RUN
           END-IF.

           OPEN EXTEND FICHEIRO-LOG.
           IF WS-FS-LOG NOT = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
               CLOSE FICHEIRO-TAXAS
               CLOSE FICHEIRO-IMPARIDADES
               DISPLAY "ERRO AO ABRIR FICHEIRO DE LOG: " WS-FS-LOG
               STOP RUN
           END-IF.

           *> sem registo de garantias (ou de depositos) a exposicao
           *> e provisionada por inteiro
           OPEN INPUT FICHEIRO-COLATERAIS.
           IF WS-FS-COLATERAIS = "00"
               MOVE 'S' TO WS-COLATERAIS-ABERTO
           END-IF.
           OPEN INPUT FICHEIRO-DEPOSITOS.
           IF WS-FS-DEPOSITOS = "00"
               MOVE 'S' TO WS-DEPOSITOS-ABERTO
           END-IF.

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "IMPARIDADE-CREDITO" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           INITIALIZE WS-TABELA-MAPA.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "* IMPARIDADE DE CREDITO - APURAMENTO MENSAL     *".
           DISPLAY "* DATA: " WS-DATA-HOJE
               "                                *".
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".

           MOVE LOW-VALUES TO EMP-NUMERO.
           START FICHEIRO-EMPRESTIMOS KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-EMPRESTIMOS
           END-START.

           PERFORM UNTIL WS-FS-EMPRESTIMOS = "10"
               READ FICHEIRO-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-EMPRESTIMOS
                   NOT AT END
                       PERFORM 2000-APURAR-EMPRESTIMO
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-EMPRESTIMOS.
           CLOSE FICHEIRO-TAXAS.
           CLOSE FICHEIRO-IMPARIDADES.
           CLOSE FICHEIRO-LOG.
           IF COLATERAIS-DISPONIVEL
               CLOSE FICHEIRO-COLATERAIS
           END-IF.
           IF DEPOSITOS-DISPONIVEL
               CLOSE FICHEIRO-DEPOSITOS
           END-IF.

           PERFORM 5000-MAPA-MOVIMENTOS.

           DISPLAY "EMPRESTIMOS APURADOS      : " WS-TOTAL-EMPRESTIMOS.
           DISPLAY "JA APURADOS NESTA DATA    : "
               WS-TOTAL-JA-APURADOS.
           DISPLAY "SEM COBERTURA NO PRECARIO : "
               WS-TOTAL-SEM-COBERTURA.
           DISPLAY "LANCAMENTOS PARA A GL     : "
               WS-TOTAL-LANCAMENTOS.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       2000-APURAR-EMPRESTIMO.
           PERFORM 2100-OBTER-ABERTURA
           IF EMPRESTIMO-JA-APURADO
               ADD 1 TO WS-TOTAL-JA-APURADOS
               EXIT PARAGRAPH
           END-IF

           *> liquidados e abatidos so contam enquanto ainda tiverem
           *> imparidade constituida para reverter ou utilizar
           IF NOT EMP-ATIVO AND WS-ABERTURA = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TOTAL-EMPRESTIMOS
           INITIALIZE REG-IMPARIDADE
           MOVE EMP-NUMERO TO IPR-EMPRESTIMO
           MOVE WS-DATA-HOJE TO IPR-DATA
           MOVE EMP-CONTA TO IPR-CONTA
           MOVE EMP-ESTADO TO IPR-ESTADO-EMPRESTIMO
           MOVE EMP-CLASSE TO IPR-CLASSE
           IF EMP-CLASSE = SPACE
               MOVE "P" TO IPR-CLASSE
           END-IF
           MOVE WS-ABERTURA TO IPR-ABERTURA

           EVALUATE TRUE
               WHEN EMP-ATIVO
                   PERFORM 3000-CALCULAR-IMPARIDADE
               WHEN EMP-ABATIDO
                   *> o abate consome a imparidade ate ao valor da
                   *> perda; o que sobrar e revertido
                   IF EMP-SALDO-DEVEDOR < WS-ABERTURA
                       MOVE EMP-SALDO-DEVEDOR TO IPR-UTILIZACAO
                   ELSE
                       MOVE WS-ABERTURA TO IPR-UTILIZACAO
                   END-IF
                   COMPUTE IPR-REVERSAO = WS-ABERTURA - IPR-UTILIZACAO
                   MOVE 0 TO IPR-FECHO
               WHEN OTHER
                   MOVE WS-ABERTURA TO IPR-REVERSAO
                   MOVE 0 TO IPR-FECHO
           END-EVALUATE

           WRITE REG-IMPARIDADE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR IMPARIDADE DO EMPRESTIMO "
                       EMP-NUMERO "!"
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM 4000-LANCAR-MOVIMENTO
           PERFORM 4500-ACUMULAR-MAPA.

       2100-OBTER-ABERTURA.
           *> a abertura e o fecho do ultimo apuramento anterior a
           *> hoje; um apuramento com a data de hoje quer dizer que o
           *> lote esta a ser reexecutado e o emprestimo ja passou
           MOVE 'N' TO WS-JA-APURADO
           MOVE 0 TO WS-ABERTURA
           MOVE EMP-NUMERO TO IPR-EMPRESTIMO
           MOVE 0 TO IPR-DATA
           START FICHEIRO-IMPARIDADES KEY IS NOT LESS THAN IPR-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-IMPARIDADES
           END-START

           PERFORM UNTIL WS-FS-IMPARIDADES = "10"
               READ FICHEIRO-IMPARIDADES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-IMPARIDADES
                   NOT AT END
                       IF IPR-EMPRESTIMO NOT = EMP-NUMERO
                           MOVE "10" TO WS-FS-IMPARIDADES
                       ELSE
                           IF IPR-DATA < WS-DATA-HOJE
                               MOVE IPR-FECHO TO WS-ABERTURA
                           ELSE
                               MOVE 'S' TO WS-JA-APURADO
                               MOVE "10" TO WS-FS-IMPARIDADES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-IMPARIDADES.

       3000-CALCULAR-IMPARIDADE.
           *> dias de atraso contados da prestacao mais antiga por
           *> cobrar (a data da proxima prestacao so avanca com a
           *> cobranca - ver COBRANCA-PRESTACOES)
           MOVE 0 TO WS-DIAS-ATRASO
           IF EMP-EM-ATRASO > 0
                   AND EMP-PROXIMA-PRESTACAO < WS-DATA-HOJE
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(EMP-PROXIMA-PRESTACAO)
           END-IF
           IF WS-DIAS-ATRASO > 9999
               MOVE 9999 TO IPR-DIAS-ATRASO
           ELSE
               MOVE WS-DIAS-ATRASO TO IPR-DIAS-ATRASO
           END-IF

           *> a mora ja esta capitalizada no saldo devedor (ver
           *> MORA-EMPRESTIMOS): somar EMP-MORA-ACUMULADA outra vez
           *> provisionava-a a dobrar
           MOVE EMP-SALDO-DEVEDOR TO IPR-EXPOSICAO
           MOVE EMP-MORA-ACUMULADA TO IPR-MORA

           PERFORM 3100-OBTER-COBERTURA
           IF NOT COBERTURA-DEFINIDA
               *> sem linha no precario para a classe o emprestimo
               *> fica com a imparidade que tinha, para a financeira
               *> corrigir a tabela e reexecutar no mes seguinte
               ADD 1 TO WS-TOTAL-SEM-COBERTURA
               DISPLAY "AVISO: SEM COBERTURA NO PRECARIO PARA "
                   WS-TX-PRODUTO " - EMPRESTIMO " EMP-NUMERO
                   " MANTEM A IMPARIDADE ANTERIOR."
               MOVE WS-ABERTURA TO IPR-FECHO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAXA-OBTIDA TO IPR-TAXA-COBERTURA

           PERFORM 3200-VALORIZAR-GARANTIAS
           MOVE WS-VALOR-GARANTIAS TO IPR-COLATERAL

           COMPUTE WS-BASE-IMPARIDADE =
               IPR-EXPOSICAO - WS-VALOR-GARANTIAS
           IF WS-BASE-IMPARIDADE < 0
               MOVE 0 TO WS-BASE-IMPARIDADE
           END-IF
           COMPUTE WS-FECHO ROUNDED =
               WS-BASE-IMPARIDADE * IPR-TAXA-COBERTURA
           *> a cobertura nunca passa da exposicao (taxas acima de
           *> 100% no precario sao erro de digitacao)
           IF WS-FECHO > IPR-EXPOSICAO
               MOVE IPR-EXPOSICAO TO WS-FECHO
           END-IF
           MOVE WS-FECHO TO IPR-FECHO

           IF IPR-FECHO > WS-ABERTURA
               COMPUTE IPR-DOTACAO = IPR-FECHO - WS-ABERTURA
           ELSE
               COMPUTE IPR-REVERSAO = WS-ABERTURA - IPR-FECHO
           END-IF.

       3100-OBTER-COBERTURA.
           *> percentagem de cobertura no precario central: produto
           *> 'I' + classe de risco, banda pelos dias de atraso
           MOVE 'N' TO WS-COBERTURA-ACHADA
           STRING "I" IPR-CLASSE DELIMITED BY SIZE
               INTO WS-TX-PRODUTO
           END-STRING
           IF WS-DIAS-ATRASO > 999
               MOVE 999 TO WS-TX-PRAZO
           ELSE
               MOVE WS-DIAS-ATRASO TO WS-TX-PRAZO
           END-IF
           PERFORM 9750-OBTER-TAXA-PRODUTO
           IF TAXA-ENCONTRADA
               MOVE 'S' TO WS-COBERTURA-ACHADA
           END-IF.

       3200-VALORIZAR-GARANTIAS.
           MOVE 0 TO WS-VALOR-GARANTIAS
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
                               PERFORM 3300-GARANTIA-ELEGIVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COLATERAIS.

       3300-GARANTIA-ELEGIVEL.
           EVALUATE TRUE
               WHEN COL-IMOVEL
                   IF COL-DATA-AVALIACAO = 0
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-DIAS-AVALIACAO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                     - FUNCTION INTEGER-OF-DATE(COL-DATA-AVALIACAO)
                   IF WS-DIAS-AVALIACAO <= WS-DIAS-AVALIACAO-MAX
                       COMPUTE WS-VALOR-GARANTIAS ROUNDED =
                           WS-VALOR-GARANTIAS
                         + COL-VALOR * (1 - WS-DESCONTO-IMOVEL)
                   END-IF
               WHEN COL-DEPOSITO-PENHOR
                   IF NOT DEPOSITOS-DISPONIVEL
                       EXIT PARAGRAPH
                   END-IF
                   MOVE COL-DEPOSITO TO DP-NUMERO
                   READ FICHEIRO-DEPOSITOS
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
                   IF DEP-ATIVO
                       ADD DP-CAPITAL TO WS-VALOR-GARANTIAS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-LANCAR-MOVIMENTO.
           *> so o aumento ou a libertacao do mes vai para a GL; a
           *> regra de cada tipo esta em regras_gl.dat (TABELA-GL)
           MOVE EMP-CONTA TO WS-LOG-CONTA
           MOVE EMP-NUMERO TO WS-LOG-EMPRESTIMO

           IF IPR-DOTACAO > 0
               MOVE "1" TO WS-LOG-TIPO-OP
               MOVE IPR-DOTACAO TO WS-LOG-VALOR
               PERFORM 9100-GRAVAR-LOG
           END-IF
           IF IPR-REVERSAO > 0
               MOVE "2" TO WS-LOG-TIPO-OP
               MOVE IPR-REVERSAO TO WS-LOG-VALOR
               PERFORM 9100-GRAVAR-LOG
           END-IF
           IF IPR-UTILIZACAO > 0
               MOVE "3" TO WS-LOG-TIPO-OP
               MOVE IPR-UTILIZACAO TO WS-LOG-VALOR
               PERFORM 9100-GRAVAR-LOG
           END-IF

           IF IPR-DOTACAO > 0 OR IPR-REVERSAO > 0
                   OR IPR-UTILIZACAO > 0
               MOVE IPR-FECHO TO WS-VALOR-FORMATADO
               DISPLAY "EMPRESTIMO " EMP-NUMERO " CLASSE "
                   IPR-CLASSE " ATRASO " IPR-DIAS-ATRASO
                   " DIAS  IMPARIDADE " WS-VALOR-FORMATADO
           END-IF.

       4500-ACUMULAR-MAPA.
           EVALUATE IPR-CLASSE
               WHEN "V"
                   MOVE 2 TO WS-CLASSE-IDX
               WHEN "N"
                   MOVE 3 TO WS-CLASSE-IDX
               WHEN OTHER
                   MOVE 1 TO WS-CLASSE-IDX
           END-EVALUATE
           ADD IPR-ABERTURA TO WS-MAPA-ABERTURA(WS-CLASSE-IDX)
               WS-MAPA-ABERTURA(4)
           ADD IPR-DOTACAO TO WS-MAPA-DOTACAO(WS-CLASSE-IDX)
               WS-MAPA-DOTACAO(4)
           ADD IPR-REVERSAO TO WS-MAPA-REVERSAO(WS-CLASSE-IDX)
               WS-MAPA-REVERSAO(4)
           ADD IPR-UTILIZACAO TO WS-MAPA-UTILIZACAO(WS-CLASSE-IDX)
               WS-MAPA-UTILIZACAO(4)
           ADD IPR-FECHO TO WS-MAPA-FECHO(WS-CLASSE-IDX)
               WS-MAPA-FECHO(4).

       5000-MAPA-MOVIMENTOS.
           DISPLAY " ".
           DISPLAY "MAPA DE MOVIMENTOS DA IMPARIDADE EM " WS-DATA-HOJE.
           DISPLAY "-------------------------------------------------".
           PERFORM VARYING WS-CLASSE-IDX FROM 1 BY 1
                   UNTIL WS-CLASSE-IDX > 4
               DISPLAY WS-NOME-CLASSE(WS-CLASSE-IDX)
               MOVE WS-MAPA-ABERTURA(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  SALDO INICIAL   : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-DOTACAO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  DOTACOES        : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-REVERSAO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  REVERSOES       : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-UTILIZACAO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  UTILIZ. ABATES  : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-FECHO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  SALDO FINAL     : " WS-TOTAL-FORMATADO
           END-PERFORM
           DISPLAY "-------------------------------------------------".

       9100-GRAVAR-LOG.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-HOJE TO WS-LOG-DATA

           WRITE REG-LOG-DADOS FROM WS-REGISTO-LOG.

           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE LOG!"
           ELSE
               ADD 1 TO WS-TOTAL-LANCAMENTOS
           END-IF.

           COPY PRECARIO.

           COPY RUNCTL.

           COPY DATANEG.
