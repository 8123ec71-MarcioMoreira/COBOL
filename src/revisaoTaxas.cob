       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-TAXAS.

      *> Revisao periodica das taxas dos emprestimos indexados.
      *> Cada emprestimo ativo de taxa indexada cuja data de revisao
      *> ja chegou passa a ter a taxa do indexante em vigor mais o
      *> spread contratado (nunca abaixo de zero) e a prestacao e
      *> recalculada sobre o capital em divida e o prazo que falta.
      *> O cliente e avisado da nova prestacao pela fila de
      *> notificacoes e o departamento de credito confere o mapa
      *> (data/revisao_taxas.csv) antes da COBRANCA-PRESTACOES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-INDEXANTES ASSIGN TO "data/indexantes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-CHAVE
               FILE STATUS IS WS-FS-INDEXANTES.

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

           SELECT FICHEIRO-CSV ASSIGN TO "data/revisao_taxas.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

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

       FD  FICHEIRO-INDEXANTES.
           COPY INDEXANTE.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-CSV.
       01  REG-CSV-LINHA             PIC X(130).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.
           COPY INDICEREFWS.

       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-CSV               PIC XX.
       77  WS-DATA-HOJE            PIC 9(08).

       *> Fila de notificacoes a clientes (ver
       *> DESPACHO-NOTIFICACOES): a fila e opcional - sem ela o lote
       *> reve as taxas na mesma, so nao avisa o cliente.
       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-PROXIMO-ID-NOTIF     PIC 9(09) VALUE 1.
       77  WS-NOTIF-ABERTO         PIC X VALUE 'N'.
           88 NOTIFICACOES-DISPONIVEL VALUE 'S'.

       *> Calculo da nova taxa e da prestacao (sistema frances, como
       *> em EMPRESTIMO).
       77  WS-TAXA-CALCULADA       PIC S9V9(04).
       77  WS-TAXA-ANTERIOR        PIC 9V9(04).
       77  WS-PRESTACAO-ANTERIOR   PIC 9(07)V99.
       77  WS-MESES-RESTANTES      PIC 9(03).
       77  WS-TAXA-MENSAL          PIC 9V9(09).
       77  WS-FATOR-DESCONTO       PIC 9(03)V9(09).
       77  WS-PISO-APLICADO        PIC X(01).

       01  WS-DATA-CALC.
           05 WS-CALC-ANO          PIC 9(04).
           05 WS-CALC-MES          PIC 9(02).
           05 WS-CALC-DIA          PIC 9(02).
       77  WS-ULTIMO-DIA-MES       PIC 9(02).

       77  WS-TOTAL-INDEXADOS      PIC 9(05) VALUE 0.
       77  WS-TOTAL-REVISTOS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-SUBIDAS        PIC 9(05) VALUE 0.
       77  WS-TOTAL-DESCIDAS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-PISO           PIC 9(05) VALUE 0.
       77  WS-TOTAL-NAO-REVISTOS   PIC 9(05) VALUE 0.
       77  WS-TOTAL-NOTIFICADOS    PIC 9(05) VALUE 0.
       77  WS-VAR-PRESTACOES       PIC S9(09)V99 VALUE 0.
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZZ,ZZ9.99.

       77  WS-LINHA-DUPLA          PIC X(94) VALUE ALL "=".
       77  WS-LINHA-SIMPLES        PIC X(94) VALUE ALL "-".
       01  WS-LINHA-IMPRESSAO.
           05 WS-LI-EMPRESTIMO     PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-CONTA          PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-INDEXANTE      PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-VALOR-INDEX    PIC -9.9999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-SPREAD         PIC 9.9999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-TAXA-ANT       PIC 9.9999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-TAXA-NOVA      PIC 9.9999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-PREST-ANT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-PREST-NOVA     PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-LI-REVISAO        PIC 9(08).
           05 WS-LI-MARCA          PIC X(02).

       *> linha do extrato para a folha de calculo do departamento
       *> de credito: uma por emprestimo revisto (ou por rever,
       *> com a situacao 'SEM-INDEXANTE' ou 'SEM-PERIODO')
       01  WS-CABECALHO-CSV.
           05 FILLER               PIC X(49) VALUE
               "DATA,EMPRESTIMO,CONTA,INDEXANTE,VALOR_INDEXANTE,".
           05 FILLER               PIC X(31) VALUE
               "SPREAD,TAXA_ANTERIOR,TAXA_NOVA,".
           05 FILLER               PIC X(42) VALUE
               "PRESTACAO_ANTERIOR,PRESTACAO_NOVA,SITUACAO".
       01  WS-LINHA-CSV.
           05 WS-CSV-DATA          PIC 9(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-EMPRESTIMO    PIC 9(09).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-CONTA         PIC 9(09).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-INDEXANTE     PIC X(04).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-VALOR-INDEX   PIC -9.9999.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-SPREAD        PIC 9.9999.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-TAXA-ANT      PIC 9.9999.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-TAXA-NOVA     PIC 9.9999.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-PREST-ANT     PIC ZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-PREST-NOVA    PIC ZZZZZZ9.99.
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-CSV-SITUACAO      PIC X(13).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN I-O FICHEIRO-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS NOT = "00"
               DISPLAY "ERRO AO ABRIR FICHEIRO DE EMPRESTIMOS: "
                   WS-FS-EMPRESTIMOS
               STOP RUN
           END-IF.

           *> tabela de indexantes ainda por criar conta como vazia:
           *> so falha o job quando um emprestimo indexado tem revisao
           *> vencida (ver 1900-SEM-TABELA-INDEXANTES)
           OPEN INPUT FICHEIRO-INDEXANTES.
           IF WS-FS-INDEXANTES NOT = "00"
                   AND WS-FS-INDEXANTES NOT = "35"
               CLOSE FICHEIRO-EMPRESTIMOS
               DISPLAY "ERRO AO ABRIR A TABELA DE INDEXANTES: "
                   WS-FS-INDEXANTES " (CORRA TABELA-INDEXANTES)"
               STOP RUN
           END-IF.
           IF WS-FS-INDEXANTES = "00"
               MOVE 'S' TO WS-INDEXANTES-ABERTO
           END-IF.

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
               IF INDEXANTES-DISPONIVEL
                   CLOSE FICHEIRO-INDEXANTES
               END-IF
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-CSV.
           IF WS-FS-CSV NOT = "00"
               CLOSE FICHEIRO-EMPRESTIMOS
               IF INDEXANTES-DISPONIVEL
                   CLOSE FICHEIRO-INDEXANTES
               END-IF
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO CRIAR O MAPA DE REVISAO. STATUS: "
                   WS-FS-CSV
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

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.

           MOVE "REVISAO-TAXAS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           MOVE WS-DATA-HOJE TO WS-CSV-DATA.
           WRITE REG-CSV-LINHA FROM WS-CABECALHO-CSV.

           DISPLAY " ".
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "MAPA DE REVISAO DE TAXAS INDEXADAS - DATA "
               WS-DATA-HOJE.
           DISPLAY WS-LINHA-DUPLA.
           DISPLAY "EMPRESTIM CONTA     INDX  INDEXA SPREAD "
               "TX ANT TX NOV    PREST ANT    PREST NOVA REVISAO".
           DISPLAY WS-LINHA-SIMPLES.

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
                       IF EMP-ATIVO AND EMP-TAXA-INDEXADA
                           ADD 1 TO WS-TOTAL-INDEXADOS
                           IF EMP-DATA-REVISAO <= WS-DATA-HOJE
                               IF NOT INDEXANTES-DISPONIVEL
                                   PERFORM 1900-SEM-TABELA-INDEXANTES
                               END-IF
                               PERFORM 2000-REVER-EMPRESTIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-EMPRESTIMOS.
           IF INDEXANTES-DISPONIVEL
               CLOSE FICHEIRO-INDEXANTES
           END-IF.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-CSV.
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.

           DISPLAY WS-LINHA-SIMPLES.
           DISPLAY "* = TAXA LIMITADA PELO PISO DE ZERO".
           DISPLAY " ".
           DISPLAY "EMPRESTIMOS INDEXADOS ATIVOS : " WS-TOTAL-INDEXADOS.
           DISPLAY "TAXAS REVISTAS HOJE          : " WS-TOTAL-REVISTOS.
           DISPLAY "  PRESTACAO A SUBIR          : " WS-TOTAL-SUBIDAS.
           DISPLAY "  PRESTACAO A DESCER         : " WS-TOTAL-DESCIDAS.
           DISPLAY "  LIMITADAS PELO PISO        : " WS-TOTAL-PISO.
           MOVE WS-VAR-PRESTACOES TO WS-VALOR-FORMATADO.
           DISPLAY "VARIACAO MENSAL A COBRAR     : " WS-VALOR-FORMATADO.
           DISPLAY "CLIENTES NOTIFICADOS         : "
               WS-TOTAL-NOTIFICADOS.
           IF WS-TOTAL-NAO-REVISTOS > 0
               DISPLAY "*** " WS-TOTAL-NAO-REVISTOS " EMPRESTIMO(S) "
                   "NAO REVISTOS (MARCA !!) - CORRIJA O INDEXANTE OU "
                   "O CONTRATO E RELANCE O JOB ***"
           END-IF.
           DISPLAY "MAPA PARA O CREDITO: DATA/REVISAO_TAXAS.CSV".
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

       1900-SEM-TABELA-INDEXANTES.
           *> ha prestacoes por rever e nenhum indexante carregado: o
           *> job nao fica concluido e a cobranca nao avanca
           CLOSE FICHEIRO-EMPRESTIMOS
           CLOSE FICHEIRO-CLIENTES
           CLOSE FICHEIRO-CSV
           IF NOTIFICACOES-DISPONIVEL
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF
           DISPLAY "EMPRESTIMO " EMP-NUMERO " COM REVISAO VENCIDA E "
               "SEM TABELA DE INDEXANTES (CORRA TABELA-INDEXANTES)"
           STOP RUN.

       2000-REVER-EMPRESTIMO.
           MOVE EMP-TAXA-ANUAL TO WS-TAXA-ANTERIOR
           MOVE EMP-PRESTACAO TO WS-PRESTACAO-ANTERIOR

           MOVE EMP-INDEXANTE TO WS-IX-CODIGO
           PERFORM 9770-OBTER-INDEXANTE
           *> sem periodo de revisao o contrato esta mal registado:
           *> fica no mapa para o credito o corrigir em EMPRESTIMO
           IF EMP-PERIODO-REVISAO = 0
               ADD 1 TO WS-TOTAL-NAO-REVISTOS
               MOVE "SEM-PERIODO" TO WS-CSV-SITUACAO
               MOVE "!!" TO WS-LI-MARCA
               PERFORM 4000-LINHA-MAPA
               EXIT PARAGRAPH
           END-IF
           IF NOT INDEXANTE-ENCONTRADO
               *> a data de revisao fica como esta: o emprestimo e
               *> revisto na corrida seguinte com o indexante carregado
               ADD 1 TO WS-TOTAL-NAO-REVISTOS
               MOVE 0 TO WS-IX-TAXA-OBTIDA
               MOVE "SEM-INDEXANTE" TO WS-CSV-SITUACAO
               MOVE "!!" TO WS-LI-MARCA
               PERFORM 4000-LINHA-MAPA
               EXIT PARAGRAPH
           END-IF

           *> taxa = indexante + spread, com piso em zero
           MOVE SPACE TO WS-PISO-APLICADO
           COMPUTE WS-TAXA-CALCULADA =
               WS-IX-TAXA-OBTIDA + EMP-SPREAD
           IF WS-TAXA-CALCULADA < 0
               MOVE 0 TO WS-TAXA-CALCULADA
               MOVE "*" TO WS-PISO-APLICADO
               ADD 1 TO WS-TOTAL-PISO
           END-IF
           MOVE WS-TAXA-CALCULADA TO EMP-TAXA-ANUAL

           COMPUTE WS-MESES-RESTANTES =
               EMP-PRAZO-MESES - EMP-PRESTACOES-PAGAS
           IF WS-MESES-RESTANTES = 0
               MOVE 1 TO WS-MESES-RESTANTES
           END-IF
           PERFORM 8000-CALCULAR-PRESTACAO

           *> proxima revisao: um periodo depois da que venceu, sem
           *> ficar no passado se o lote esteve parado
           MOVE EMP-DATA-REVISAO TO WS-DATA-CALC
           IF WS-DATA-CALC = 0
               MOVE WS-DATA-HOJE TO WS-DATA-CALC
           END-IF
           PERFORM UNTIL WS-DATA-CALC > WS-DATA-HOJE
               PERFORM 8100-AVANCAR-UM-MES EMP-PERIODO-REVISAO TIMES
           END-PERFORM
           MOVE WS-DATA-CALC TO EMP-DATA-REVISAO

           REWRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR EMPRESTIMO "
                       EMP-NUMERO "!"
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-TOTAL-REVISTOS
           EVALUATE TRUE
               WHEN EMP-PRESTACAO > WS-PRESTACAO-ANTERIOR
                   ADD 1 TO WS-TOTAL-SUBIDAS
                   MOVE "SUBIDA" TO WS-CSV-SITUACAO
               WHEN EMP-PRESTACAO < WS-PRESTACAO-ANTERIOR
                   ADD 1 TO WS-TOTAL-DESCIDAS
                   MOVE "DESCIDA" TO WS-CSV-SITUACAO
               WHEN OTHER
                   MOVE "INALTERADA" TO WS-CSV-SITUACAO
           END-EVALUATE
           IF WS-PISO-APLICADO = "*"
               MOVE "PISO-ZERO" TO WS-CSV-SITUACAO
           END-IF
           COMPUTE WS-VAR-PRESTACOES = WS-VAR-PRESTACOES
               + EMP-PRESTACAO - WS-PRESTACAO-ANTERIOR
           MOVE WS-PISO-APLICADO TO WS-LI-MARCA
           PERFORM 4000-LINHA-MAPA

           PERFORM 5000-NOTIFICAR-CLIENTE.

       4000-LINHA-MAPA.
           MOVE EMP-NUMERO TO WS-LI-EMPRESTIMO WS-CSV-EMPRESTIMO
           MOVE EMP-CONTA TO WS-LI-CONTA WS-CSV-CONTA
           MOVE EMP-INDEXANTE TO WS-LI-INDEXANTE WS-CSV-INDEXANTE
           MOVE WS-IX-TAXA-OBTIDA TO WS-LI-VALOR-INDEX
               WS-CSV-VALOR-INDEX
           MOVE EMP-SPREAD TO WS-LI-SPREAD WS-CSV-SPREAD
           MOVE WS-TAXA-ANTERIOR TO WS-LI-TAXA-ANT WS-CSV-TAXA-ANT
           MOVE EMP-TAXA-ANUAL TO WS-LI-TAXA-NOVA WS-CSV-TAXA-NOVA
           MOVE WS-PRESTACAO-ANTERIOR TO WS-LI-PREST-ANT
               WS-CSV-PREST-ANT
           MOVE EMP-PRESTACAO TO WS-LI-PREST-NOVA WS-CSV-PREST-NOVA
           MOVE EMP-DATA-REVISAO TO WS-LI-REVISAO
           DISPLAY WS-LINHA-IMPRESSAO
           WRITE REG-CSV-LINHA FROM WS-LINHA-CSV.

       5000-NOTIFICAR-CLIENTE.
           *> poe o aviso da nova prestacao na fila com o contacto
           *> da conta ligada; sem fila ou sem conta o lote segue
           *> sem avisar
           IF NOT NOTIFICACOES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE EMP-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-PROXIMO-ID-NOTIF TO NT-ID
           ADD 1 TO WS-PROXIMO-ID-NOTIF
           MOVE EMP-CONTA TO NT-CONTA
           MOVE "13" TO NT-EVENTO
           MOVE EMP-PRESTACAO TO NT-PARAMETRO
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

       8000-CALCULAR-PRESTACAO.
           *> prestacao constante do sistema frances sobre o capital
           *> em divida e os meses que restam:
           *> P = C * i / (1 - (1 + i) ** -n), com i = taxa mensal;
           *> com taxa zero a prestacao e o capital dividido pelo
           *> prazo
           COMPUTE WS-TAXA-MENSAL ROUNDED = EMP-TAXA-ANUAL / 12
           IF WS-TAXA-MENSAL = 0
               COMPUTE EMP-PRESTACAO ROUNDED =
                   EMP-SALDO-DEVEDOR / WS-MESES-RESTANTES
           ELSE
               COMPUTE WS-FATOR-DESCONTO ROUNDED =
                   1 - (1 + WS-TAXA-MENSAL)
                       ** (0 - WS-MESES-RESTANTES)
               COMPUTE EMP-PRESTACAO ROUNDED =
                   EMP-SALDO-DEVEDOR * WS-TAXA-MENSAL
                       / WS-FATOR-DESCONTO
           END-IF.

       8100-AVANCAR-UM-MES.
           IF WS-CALC-MES = 12
               MOVE 1 TO WS-CALC-MES
               ADD 1 TO WS-CALC-ANO
           ELSE
               ADD 1 TO WS-CALC-MES
           END-IF

           PERFORM 8200-ULTIMO-DIA-DO-MES
           IF WS-CALC-DIA > WS-ULTIMO-DIA-MES
               MOVE WS-ULTIMO-DIA-MES TO WS-CALC-DIA
           END-IF.

       8200-ULTIMO-DIA-DO-MES.
           EVALUATE WS-CALC-MES
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-ULTIMO-DIA-MES
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-ULTIMO-DIA-MES
               WHEN 2
                   IF FUNCTION MOD(WS-CALC-ANO, 4) = 0
                           AND (FUNCTION MOD(WS-CALC-ANO, 100) NOT = 0
                           OR FUNCTION MOD(WS-CALC-ANO, 400) = 0)
                       MOVE 29 TO WS-ULTIMO-DIA-MES
                   ELSE
                       MOVE 28 TO WS-ULTIMO-DIA-MES
                   END-IF
           END-EVALUATE.

           COPY INDICEREF.

           COPY RUNCTL.

           COPY DATANEG.
