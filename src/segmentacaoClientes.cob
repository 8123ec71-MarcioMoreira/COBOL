       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGMENTACAO-CLIENTES.

      *> Lote mensal de segmentacao comercial: classifica cada
      *> cliente do mestre pelos fundos que tem no banco - saldos
      *> credores das contas de que e titular (cif_contas.dat, sem
      *> as encerradas nem as de assinante autorizado) mais o capital
      *> dos depositos a prazo ativos dessas contas, tudo em EUR.
      *> Os clientes de grupos empresariais (CIF-LIGACAO-GRUPO 'E')
      *> ficam no segmento empresa. Na primeira corrida de cada mes
      *> o segmento em vigor passa a CIF-SEGMENTO-ANTERIOR, para a
      *> CARTEIRA-GESTORES mostrar as mudancas do mes; reexecutar no
      *> mesmo mes so recalcula o segmento corrente.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "data/depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

           SELECT FICHEIRO-TITULARES ASSIGN TO "data/titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-FS-TITULARES.

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-RUN-CONTROL ASSIGN TO
               "data/run_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-CHAVE
               FILE STATUS IS WS-FS-RUN-CONTROL.

           SELECT FICHEIRO-DATA-NEGOCIO
               ASSIGN TO "data/data_negocio.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATA-NEGOCIO.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-TITULARES-ABERTO     PIC X VALUE 'N'.
           88 TITULARES-DISPONIVEIS  VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL    VALUE 'S'.

       *> limiares de fundos (EUR) dos segmentos de particulares:
       *> abaixo do afluente o cliente e de massa
       77  WS-LIMIAR-AFLUENTE      PIC 9(11)V99 VALUE 50000.00.
       77  WS-LIMIAR-PRIVATE       PIC 9(11)V99 VALUE 500000.00.

       *> capital dos depositos a prazo ativos por conta, carregado
       *> uma vez: depositos.dat so tem chave pelo numero
       77  WS-DP-TOTAL             PIC 9(04) VALUE 0.
       77  WS-DP-IDX               PIC 9(04).
       77  WS-DP-PROCURADA         PIC 9(09).
       01  WS-TABELA-DEPOSITOS.
           05 WS-DP-ENTRADA OCCURS 5000 TIMES.
              10 WS-DP-CONTA           PIC 9(09).
              10 WS-DP-CAPITAL         PIC 9(11)V99.

       77  WS-TAXA                 PIC 9(03)V9(06).
       77  WS-FUNDOS               PIC 9(13)V99.
       77  WS-VALOR                PIC 9(13)V99.
       77  WS-E-TITULAR            PIC X.
           88 E-TITULAR-DA-CONTA   VALUE 'S'.
       77  WS-SEGMENTO-NOVO        PIC X(01).
       77  WS-MES-NEGOCIO          PIC 9(06).
       77  WS-RANK-ANTES           PIC 9(01).
       77  WS-RANK-DEPOIS          PIC 9(01).
       77  WS-RANK-SEGMENTO        PIC X(01).
       77  WS-RANK                 PIC 9(01).
       77  WS-MUDANCA              PIC X(08).

       77  WS-TOTAL-CLIENTES       PIC 9(07) VALUE 0.
       77  WS-TOTAL-MASSA          PIC 9(07) VALUE 0.
       77  WS-TOTAL-AFLUENTE       PIC 9(07) VALUE 0.
       77  WS-TOTAL-PRIVATE        PIC 9(07) VALUE 0.
       77  WS-TOTAL-EMPRESA        PIC 9(07) VALUE 0.
       77  WS-TOTAL-SUBIDAS        PIC 9(07) VALUE 0.
       77  WS-TOTAL-DESCIDAS       PIC 9(07) VALUE 0.
       77  WS-TOTAL-OUTRAS         PIC 9(07) VALUE 0.
       77  WS-TOTAL-SEM-CONTA      PIC 9(07) VALUE 0.
       77  WS-TOTAL-SEM-CAMBIO     PIC 9(07) VALUE 0.
       77  WS-TOTAL-ERROS          PIC 9(07) VALUE 0.

       77  WS-VALOR-FORMATADO      PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-LINHA-SIMPLES        PIC X(78) VALUE ALL "-".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   SEGMENTACAO MENSAL DE CLIENTES".
           DISPLAY "-------------------------------------------------".

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-MES-NEGOCIO.

           OPEN I-O FICHEIRO-CIF.
           IF WS-FS-CIF NOT = "00"
               DISPLAY "ERRO AO ABRIR O MESTRE DE CLIENTES: "
                   WS-FS-CIF
               STOP RUN
           END-IF.
           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF-CONTAS NOT = "00"
               CLOSE FICHEIRO-CIF
               DISPLAY "ERRO AO ABRIR LIGACOES CIF-CONTA: "
                   WS-FS-CIF-CONTAS
               STOP RUN
           END-IF.
           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               CLOSE FICHEIRO-CIF
               CLOSE FICHEIRO-CIF-CONTAS
               DISPLAY "ERRO AO ABRIR CLIENTS.DAT: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-TITULARES.
           IF WS-FS-TITULARES = "00"
               MOVE 'S' TO WS-TITULARES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM TITULARIDADE - TODAS AS LIGACOES "
                   "CIF-CONTA CONTAM COMO TITULARES."
           END-IF.

           OPEN INPUT FICHEIRO-CAMBIO.
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           ELSE
               DISPLAY "AVISO: TABELA DE CAMBIOS INDISPONIVEL - "
                   "CONTAS EM MOEDA ESTRANGEIRA PELO VALOR NOMINAL."
           END-IF.

           MOVE "SEGMENTACAO-CLIENTES" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           PERFORM 1000-CARREGAR-DEPOSITOS.

           DISPLAY " ".
           DISPLAY "MUDANCAS DE SEGMENTO NO MES " WS-MES-NEGOCIO ":".
           DISPLAY "CIF       NOME                           ANT NOVO "
               "FUNDOS (EUR)     MUDANCA".
           DISPLAY WS-LINHA-SIMPLES.

           MOVE LOW-VALUES TO CIF-ID
           START FICHEIRO-CIF KEY IS GREATER THAN CIF-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-CIF
           END-START

           PERFORM UNTIL WS-FS-CIF = "10"
               READ FICHEIRO-CIF NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CIF
                   NOT AT END
                       PERFORM 2000-SEGMENTAR-CLIENTE
               END-READ
           END-PERFORM.

           CLOSE FICHEIRO-CIF.
           CLOSE FICHEIRO-CIF-CONTAS.
           CLOSE FICHEIRO-CLIENTES.
           IF TITULARES-DISPONIVEIS
               CLOSE FICHEIRO-TITULARES
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.

           DISPLAY WS-LINHA-SIMPLES.
           DISPLAY " ".
           DISPLAY "CLIENTES SEGMENTADOS    : " WS-TOTAL-CLIENTES.
           DISPLAY "  MASSA                 : " WS-TOTAL-MASSA.
           DISPLAY "  AFLUENTE              : " WS-TOTAL-AFLUENTE.
           DISPLAY "  PRIVATE               : " WS-TOTAL-PRIVATE.
           DISPLAY "  EMPRESA               : " WS-TOTAL-EMPRESA.
           DISPLAY "SUBIDAS DE SEGMENTO     : " WS-TOTAL-SUBIDAS.
           DISPLAY "DESCIDAS DE SEGMENTO    : " WS-TOTAL-DESCIDAS.
           DISPLAY "OUTRAS MUDANCAS         : " WS-TOTAL-OUTRAS.
           IF WS-TOTAL-SEM-CONTA > 0
               DISPLAY "AVISO: " WS-TOTAL-SEM-CONTA " LIGACAO(OES) "
                   "CIF-CONTA SEM CONTA EM CLIENTS.DAT - IGNORADAS."
           END-IF.
           IF WS-TOTAL-SEM-CAMBIO > 0
               DISPLAY "*** ATENCAO: " WS-TOTAL-SEM-CAMBIO
                   " CONTA(S) SEM TAXA EM CAMBIO.DAT - CONTADAS "
                   "PELO VALOR NOMINAL! ***"
           END-IF.
           IF WS-TOTAL-ERROS > 0
               DISPLAY "*** " WS-TOTAL-ERROS " CLIENTE(S) NAO "
                   "ATUALIZADOS - VER ERROS ACIMA ***"
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-DEPOSITOS.
           OPEN INPUT FICHEIRO-DEPOSITOS
           IF WS-FS-DEPOSITOS NOT = "00"
               DISPLAY "AVISO: SEM FICHEIRO DE DEPOSITOS A PRAZO - "
                   "SO SALDOS A ORDEM NOS FUNDOS."
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
                       IF DEP-ATIVO
                           PERFORM 1100-REGISTAR-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FICHEIRO-DEPOSITOS.

       1100-REGISTAR-DEPOSITO.
           MOVE DP-CONTA TO WS-DP-PROCURADA
           PERFORM 8000-LOCALIZAR-DEPOSITO
           IF WS-DP-IDX = 0
               IF WS-DP-TOTAL >= 5000
                   DISPLAY "ERRO: MAIS DE 5000 CONTAS COM DEPOSITOS "
                       "A PRAZO - TABELA CHEIA. LOTE ABORTADO."
                   STOP RUN
               END-IF
               ADD 1 TO WS-DP-TOTAL
               MOVE WS-DP-TOTAL TO WS-DP-IDX
               MOVE DP-CONTA TO WS-DP-CONTA(WS-DP-IDX)
               MOVE 0 TO WS-DP-CAPITAL(WS-DP-IDX)
           END-IF
           ADD DP-CAPITAL TO WS-DP-CAPITAL(WS-DP-IDX).

       2000-SEGMENTAR-CLIENTE.
           MOVE 0 TO WS-FUNDOS
           MOVE CIF-ID TO LC-CIF
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
                       IF LC-CIF = CIF-ID
                           PERFORM 2100-SOMAR-CONTA
                       ELSE
                           MOVE "10" TO WS-FS-CIF-CONTAS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF-CONTAS

           EVALUATE TRUE
               WHEN LIGACAO-EMPRESARIAL
                   MOVE "E" TO WS-SEGMENTO-NOVO
               WHEN WS-FUNDOS >= WS-LIMIAR-PRIVATE
                   MOVE "P" TO WS-SEGMENTO-NOVO
               WHEN WS-FUNDOS >= WS-LIMIAR-AFLUENTE
                   MOVE "A" TO WS-SEGMENTO-NOVO
               WHEN OTHER
                   MOVE "M" TO WS-SEGMENTO-NOVO
           END-EVALUATE

           *> primeira corrida do mes: o segmento que vinha de tras
           *> fica como referencia das mudancas deste mes
           IF CIF-DATA-SEGMENTO(1:6) NOT = WS-MES-NEGOCIO
               MOVE CIF-SEGMENTO TO CIF-SEGMENTO-ANTERIOR
           END-IF
           MOVE WS-SEGMENTO-NOVO TO CIF-SEGMENTO
           MOVE WS-DATA-NEGOCIO TO CIF-DATA-SEGMENTO
           REWRITE REG-CIF
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O CLIENTE " CIF-ID
                   ADD 1 TO WS-TOTAL-ERROS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WS-TOTAL-CLIENTES
           EVALUATE TRUE
               WHEN SEGMENTO-MASSA
                   ADD 1 TO WS-TOTAL-MASSA
               WHEN SEGMENTO-AFLUENTE
                   ADD 1 TO WS-TOTAL-AFLUENTE
               WHEN SEGMENTO-PRIVATE
                   ADD 1 TO WS-TOTAL-PRIVATE
               WHEN SEGMENTO-EMPRESA
                   ADD 1 TO WS-TOTAL-EMPRESA
           END-EVALUATE

           *> cliente segmentado pela primeira vez nao conta como
           *> mudanca
           IF CIF-SEGMENTO-ANTERIOR = SPACE
                   OR CIF-SEGMENTO-ANTERIOR = CIF-SEGMENTO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-CLASSIFICAR-MUDANCA
           MOVE WS-FUNDOS TO WS-VALOR-FORMATADO
           DISPLAY CIF-ID " " CIF-NOME " " CIF-SEGMENTO-ANTERIOR
               "   " CIF-SEGMENTO "    " WS-VALOR-FORMATADO " "
               WS-MUDANCA.

       2100-SOMAR-CONTA.
           MOVE LC-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-CONTA
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-VERIFICAR-PAPEL
           IF NOT E-TITULAR-DA-CONTA
               EXIT PARAGRAPH
           END-IF

           PERFORM 8200-OBTER-TAXA
           MOVE 0 TO WS-VALOR
           IF SALDO-FILE > 0
               MOVE SALDO-FILE TO WS-VALOR
           END-IF
           MOVE LC-CONTA TO WS-DP-PROCURADA
           PERFORM 8000-LOCALIZAR-DEPOSITO
           IF WS-DP-IDX > 0
               ADD WS-DP-CAPITAL(WS-DP-IDX) TO WS-VALOR
           END-IF
           COMPUTE WS-VALOR ROUNDED = WS-VALOR * WS-TAXA
           ADD WS-VALOR TO WS-FUNDOS.

       2200-CLASSIFICAR-MUDANCA.
           *> entre particulares a ordem e massa < afluente < private;
           *> entrar ou sair do segmento empresa nao e subida nem
           *> descida
           MOVE CIF-SEGMENTO-ANTERIOR TO WS-RANK-SEGMENTO
           PERFORM 8300-ORDEM-SEGMENTO
           MOVE WS-RANK TO WS-RANK-ANTES
           MOVE CIF-SEGMENTO TO WS-RANK-SEGMENTO
           PERFORM 8300-ORDEM-SEGMENTO
           MOVE WS-RANK TO WS-RANK-DEPOIS
           EVALUATE TRUE
               WHEN WS-RANK-ANTES = 0 OR WS-RANK-DEPOIS = 0
                   MOVE "MUDANCA" TO WS-MUDANCA
                   ADD 1 TO WS-TOTAL-OUTRAS
               WHEN WS-RANK-DEPOIS > WS-RANK-ANTES
                   MOVE "SUBIDA" TO WS-MUDANCA
                   ADD 1 TO WS-TOTAL-SUBIDAS
               WHEN OTHER
                   MOVE "DESCIDA" TO WS-MUDANCA
                   ADD 1 TO WS-TOTAL-DESCIDAS
           END-EVALUATE.

       8000-LOCALIZAR-DEPOSITO.
           *> pesquisa linear; WS-DP-IDX = 0 se a conta nao tem
           *> depositos ativos
           MOVE 1 TO WS-DP-IDX
           PERFORM UNTIL WS-DP-IDX > WS-DP-TOTAL
                   OR WS-DP-CONTA(WS-DP-IDX) = WS-DP-PROCURADA
               ADD 1 TO WS-DP-IDX
           END-PERFORM
           IF WS-DP-IDX > WS-DP-TOTAL
               MOVE 0 TO WS-DP-IDX
           END-IF.

       8100-VERIFICAR-PAPEL.
           *> a ligacao CIF-conta conta como titular, salvo se a
           *> titularidade a registar como assinante autorizado
           MOVE 'S' TO WS-E-TITULAR
           IF NOT TITULARES-DISPONIVEIS
               EXIT PARAGRAPH
           END-IF
           MOVE LC-CONTA TO TL-CONTA
           MOVE LC-CIF TO TL-CIF
           READ FICHEIRO-TITULARES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TITULAR-ASSINANTE
                       MOVE 'N' TO WS-E-TITULAR
                   END-IF
           END-READ.

       8200-OBTER-TAXA.
           *> taxa para EUR da moeda da conta em REG-CLIENTE; sem
           *> taxa conta o valor nominal, com alerta no fim
           MOVE 1 TO WS-TAXA
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
                   MOVE CAMBIO-TAXA TO WS-TAXA
           END-READ.

       8300-ORDEM-SEGMENTO.
           EVALUATE WS-RANK-SEGMENTO
               WHEN "M"
                   MOVE 1 TO WS-RANK
               WHEN "A"
                   MOVE 2 TO WS-RANK
               WHEN "P"
                   MOVE 3 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

           COPY RUNCTL.

           COPY DATANEG.
