       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZAR-CLIENTES.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-NOTIFICACOES
               ASSIGN TO "data/notificacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-ID
               FILE STATUS IS WS-FS-NOTIFICACOES.

           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-CASOS ASSIGN TO "data/casos_aml.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AML-ID
               FILE STATUS IS WS-FS-CASOS.

           SELECT FICHEIRO-PENHORAS ASSIGN TO "data/penhoras.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PN-CHAVE
               FILE STATUS IS WS-FS-PENHORAS.

           SELECT FICHEIRO-WL-HITS ASSIGN TO
               "data/watchlist_hits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-CHAVE
               FILE STATUS IS WS-FS-WL-HITS.

           SELECT FICHEIRO-HIST-AUDITORIA
               ASSIGN TO "data/auditoria_op.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HIST-AUDITORIA.

           SELECT FICHEIRO-CERTIFICADO
               ASSIGN TO "data/certificado_anonimizacao.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CERTIFICADO.

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT FICHEIRO-AUDITORIA ASSIGN TO "data/auditoria_op.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CIF.
           COPY CIF.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-NOTIFICACOES.
           COPY NOTIFICACAO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-CASOS.
           COPY CASOAML.

       FD  FICHEIRO-PENHORAS.
           COPY PENHORA.

       FD  FICHEIRO-WL-HITS.
           COPY WLHIT.

       *> o mesmo rasto de auditoria que o SIGNON abre em EXTEND,
       *> lido aqui do principio para saber quando cada conta foi
       *> encerrada (acao ENCERRAR-CONTA de ENCERRAR-CONTA)
       FD  FICHEIRO-HIST-AUDITORIA.
           COPY AUDITOP REPLACING
               ==REG-AUDITORIA== BY ==REG-HIST-AUDITORIA==
               ==AUD-DATA== BY ==HA-DATA==
               ==AUD-HORA== BY ==HA-HORA==
               ==AUD-OPERADOR== BY ==HA-OPERADOR==
               ==AUD-PROGRAMA== BY ==HA-PROGRAMA==
               ==AUD-ACAO== BY ==HA-ACAO==
               ==AUD-CONTA== BY ==HA-CONTA==.

       FD  FICHEIRO-CERTIFICADO.
       01  REG-CERTIFICADO.
           *> uma linha por ficha anonimizada (ou que o seria, em
           *> simulacao); o ficheiro acumula as execucoes e serve de
           *> prova para o encarregado de protecao de dados
           05 CE-DATA-EXECUCAO       PIC 9(08).
           *> 'S-Simulacao (nada alterado)', 'E-Executado'
           05 CE-MODO                PIC X(01).
           *> 'C-Ficha de cliente (clientes_cif.dat)',
           *> 'A-Conta (clients.dat)',
           *> 'N-Contactos na fila de notificacoes'
           05 CE-TIPO                PIC X(01).
           05 CE-CIF                 PIC 9(09).
           05 CE-CONTA               PIC 9(09).
           05 CE-DATA-ENCERRAMENTO   PIC 9(08).
           *> registos tocados (notificacoes) ou 1
           05 CE-QUANTIDADE          PIC 9(05).
           05 CE-CAMPOS              PIC X(40).
           05 CE-OPERADOR            PIC 9(09).

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-AUDITORIA.
           COPY AUDITOP.

       WORKING-STORAGE SECTION.
           COPY SIGNONWS.

       77  WS-FS-CIF               PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CASOS             PIC XX.
       77  WS-FS-PENHORAS          PIC XX.
       77  WS-FS-WL-HITS           PIC XX.
       77  WS-FS-HIST-AUDITORIA    PIC XX.
       77  WS-FS-CERTIFICADO       PIC XX.
       77  WS-MODO                 PIC X(01).
           88 MODO-SIMULACAO         VALUE "S".
           88 MODO-EXECUCAO          VALUE "E".
       77  WS-CONFIRMA             PIC X(01).
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-DATA-CORTE           PIC 9(08).
       77  WS-I                    PIC 9(05).
       77  WS-J                    PIC 9(05).
       77  WS-TOTAL-CIF-LIDOS      PIC 9(07) VALUE 0.
       77  WS-TOTAL-ANONIMIZADOS   PIC 9(05) VALUE 0.
       77  WS-TOTAL-CONTAS-ANON    PIC 9(05) VALUE 0.
       77  WS-TOTAL-BLOQUEADOS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-NOTIF-ANON     PIC 9(07) VALUE 0.

       *> Prazo de conservacao dos dados pessoais depois do
       *> encerramento da ultima conta do cliente, em anos.
       77  WS-ANOS-CONSERVACAO     PIC 9(02) VALUE 10.

       *> Texto que substitui o nome nas fichas anonimizadas; serve
       *> tambem para reconhecer as que ja foram tratadas.
       77  WS-NOME-ANONIMO         PIC X(30) VALUE "ANONIMIZADO".

       *> Datas de encerramento de conta, tiradas do rasto de
       *> auditoria. Uma conta encerrada que nao esteja aqui nao tem
       *> data provada e nao e anonimizada.
       01  WS-TABELA-ENCERRAMENTOS.
           05 WS-TOTAL-ENCERRAMENTOS PIC 9(05) VALUE 0.
           05 WS-ENCERRAMENTO OCCURS 5000 TIMES.
              10 WS-ENC-CONTA        PIC 9(09).
              10 WS-ENC-DATA         PIC 9(08).

       *> Contas do cliente em avaliacao (cif_contas.dat)
       01  WS-TABELA-CONTAS-CIF.
           05 WS-TOTAL-CONTAS-CIF    PIC 9(03) VALUE 0.
           05 WS-CONTA-CIF OCCURS 20 TIMES.
              10 WS-CC-CONTA         PIC 9(09).
              10 WS-CC-ENCERRAMENTO  PIC 9(08).
              10 WS-CC-EXISTE        PIC X(01).
       77  WS-MAX-CONTAS-CIF       PIC 9(03) VALUE 20.

       *> Contas anonimizadas nesta execucao, para a passagem final
       *> pela fila de notificacoes
       01  WS-TABELA-ANONIMIZADAS.
           05 WS-TOTAL-ANON        PIC 9(05) VALUE 0.
           05 WS-ANONIMIZADA OCCURS 2000 TIMES.
              10 WS-ANON-CONTA       PIC 9(09).
              10 WS-ANON-CIF         PIC 9(09).
              10 WS-ANON-NOTIF       PIC 9(05).
       77  WS-MAX-ANON             PIC 9(05) VALUE 2000.

       *> resultado da avaliacao de um cliente
       77  WS-CIF-ATUAL            PIC 9(09).
       77  WS-ELEGIVEL             PIC X VALUE 'N'.
           88 CLIENTE-ELEGIVEL       VALUE 'S'.
       77  WS-BLOQUEADO            PIC X VALUE 'N'.
           88 CLIENTE-BLOQUEADO      VALUE 'S'.
       77  WS-MOTIVO               PIC X(40).
       77  WS-CONTAS-ENCERRADAS    PIC 9(03).
       77  WS-ENC-ENCONTRADA       PIC X VALUE 'N'.
           88 ENCERRAMENTO-ENCONTRADO VALUE 'S'.
       77  WS-DATA-ENC-CONTA       PIC 9(08).
       77  WS-CONTA-PROCURA        PIC 9(09).
       77  WS-CONTA-DO-CLIENTE     PIC X VALUE 'N'.
           88 CONTA-DO-CLIENTE       VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> a simulacao pode ser pedida por qualquer operador para
           *> aprovacao da compliance; apagar dados pessoais e
           *> irreversivel e fica reservado a um supervisor
           MOVE "ANONIMIZAR-CLIENTES" TO WS-AUD-PROGRAMA.
           PERFORM 9500-OPERADOR-SIGNON.

           DISPLAY " ".
           DISPLAY "--- ANONIMIZACAO DE CLIENTES ENCERRADOS ---".
           DISPLAY "MODO (S=SIMULACAO, E=EXECUTAR): "
               WITH NO ADVANCING.
           ACCEPT WS-MODO.
           MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO.
           IF NOT MODO-SIMULACAO AND NOT MODO-EXECUCAO
               DISPLAY "ERRO: MODO INVALIDO."
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.
           IF MODO-EXECUCAO AND NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE ANONIMIZAR "
                   "DADOS DE CLIENTES."
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE.
           COMPUTE WS-DATA-CORTE =
               WS-DATA-HOJE - (WS-ANOS-CONSERVACAO * 10000).

           IF MODO-EXECUCAO
               DISPLAY "NOME, CONTACTOS, DOCUMENTO E NASCIMENTO DOS "
                   "CLIENTES ELEGIVEIS SERAO APAGADOS."
               DISPLAY "ESTA OPERACAO NAO TEM VOLTA. CONFIRMA? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRMA
               IF FUNCTION UPPER-CASE(WS-CONFIRMA) NOT = "S"
                   DISPLAY "ANONIMIZACAO CANCELADA."
                   PERFORM 9700-FECHAR-SIGNON
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1000-CARREGAR-ENCERRAMENTOS.
           PERFORM 1100-ABRIR-FICHEIROS.

           DISPLAY " ".
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO - NENHUM FICHEIRO SERA ALTERADO."
           END-IF.
           DISPLAY "CONTAS ENCERRADAS ATE " WS-DATA-CORTE
               " (" WS-ANOS-CONSERVACAO " ANOS)".
           DISPLAY "----------------------------------------------".

           MOVE 0 TO CIF-ID.
           START FICHEIRO-CIF KEY IS GREATER THAN CIF-ID
               INVALID KEY MOVE "10" TO WS-FS-CIF
           END-START.
           PERFORM UNTIL WS-FS-CIF NOT = "00"
               READ FICHEIRO-CIF NEXT RECORD
                   AT END MOVE "10" TO WS-FS-CIF
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CIF-LIDOS
                       PERFORM 2000-AVALIAR-CLIENTE
               END-READ
           END-PERFORM.

           *> os contactos guardados nas notificacoes ja enviadas
           *> sao dados pessoais como os da ficha
           IF WS-TOTAL-ANON > 0
               PERFORM 4000-ANONIMIZAR-NOTIFICACOES
           END-IF.

           DISPLAY "----------------------------------------------".
           DISPLAY "FICHAS DE CLIENTE LIDAS : " WS-TOTAL-CIF-LIDOS.
           DISPLAY "CLIENTES ANONIMIZADOS   : " WS-TOTAL-ANONIMIZADOS.
           DISPLAY "CONTAS ANONIMIZADAS     : " WS-TOTAL-CONTAS-ANON.
           DISPLAY "NOTIFICACOES LIMPAS     : " WS-TOTAL-NOTIF-ANON.
           DISPLAY "CLIENTES BLOQUEADOS     : " WS-TOTAL-BLOQUEADOS.
           IF MODO-SIMULACAO
               DISPLAY "(SIMULACAO: TOTAIS DO QUE SERIA ANONIMIZADO)"
           END-IF.
           DISPLAY "CERTIFICADO EM data/certificado_anonimizacao.dat".

           CLOSE FICHEIRO-CIF.
           CLOSE FICHEIRO-CIF-CONTAS.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-CERTIFICADO.
           IF WS-FS-NOTIFICACOES = "00" OR WS-FS-NOTIFICACOES = "10"
               CLOSE FICHEIRO-NOTIFICACOES
           END-IF.
           IF WS-FS-EMPRESTIMOS NOT = "35"
               CLOSE FICHEIRO-EMPRESTIMOS
           END-IF.
           IF WS-FS-CASOS NOT = "35"
               CLOSE FICHEIRO-CASOS
           END-IF.
           IF WS-FS-PENHORAS NOT = "35"
               CLOSE FICHEIRO-PENHORAS
           END-IF.
           IF WS-FS-WL-HITS NOT = "35"
               CLOSE FICHEIRO-WL-HITS
           END-IF.

           IF MODO-EXECUCAO
               MOVE "ANONIMIZAR-EXECUTAR" TO WS-AUD-ACAO
           ELSE
               MOVE "ANONIMIZAR-SIMULAR" TO WS-AUD-ACAO
           END-IF.
           MOVE 0 TO WS-AUD-CONTA.
           PERFORM 9600-GRAVAR-AUDITORIA.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       1000-CARREGAR-ENCERRAMENTOS.
           *> a ficha de conta nao guarda a data de encerramento; a
           *> prova e a linha ENCERRAR-CONTA do rasto de auditoria
           OPEN INPUT FICHEIRO-HIST-AUDITORIA.
           IF WS-FS-HIST-AUDITORIA NOT = "00"
               DISPLAY "ERRO AO LER O RASTO DE AUDITORIA: "
                   WS-FS-HIST-AUDITORIA
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-FS-HIST-AUDITORIA NOT = "00"
               READ FICHEIRO-HIST-AUDITORIA
                   AT END MOVE "10" TO WS-FS-HIST-AUDITORIA
                   NOT AT END
                       IF HA-ACAO = "ENCERRAR-CONTA"
                           PERFORM 1010-REGISTAR-ENCERRAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHEIRO-HIST-AUDITORIA.

       1010-REGISTAR-ENCERRAMENTO.
           *> o rasto e cronologico: uma segunda linha para a mesma
           *> conta substitui a primeira
           MOVE HA-CONTA TO WS-CONTA-PROCURA.
           PERFORM 3900-PROCURAR-ENCERRAMENTO.
           IF ENCERRAMENTO-ENCONTRADO
               MOVE HA-DATA TO WS-ENC-DATA(WS-J)
           ELSE
               IF WS-TOTAL-ENCERRAMENTOS < 5000
                   ADD 1 TO WS-TOTAL-ENCERRAMENTOS
                   MOVE HA-CONTA TO
                       WS-ENC-CONTA(WS-TOTAL-ENCERRAMENTOS)
                   MOVE HA-DATA TO
                       WS-ENC-DATA(WS-TOTAL-ENCERRAMENTOS)
               ELSE
                   DISPLAY "AVISO: TABELA DE ENCERRAMENTOS CHEIA; "
                       "CONTA " HA-CONTA " IGNORADA."
               END-IF
           END-IF.

       1100-ABRIR-FICHEIROS.
           IF MODO-EXECUCAO
               OPEN I-O FICHEIRO-CIF
               OPEN I-O FICHEIRO-CLIENTES
           ELSE
               OPEN INPUT FICHEIRO-CIF
               OPEN INPUT FICHEIRO-CLIENTES
           END-IF.
           OPEN INPUT FICHEIRO-CIF-CONTAS.
           IF WS-FS-CIF NOT = "00" OR WS-FS-CLIENTES NOT = "00"
                   OR WS-FS-CIF-CONTAS NOT = "00"
               DISPLAY "ERRO AO ABRIR O MESTRE DE CLIENTES: "
                   WS-FS-CIF " " WS-FS-CLIENTES " " WS-FS-CIF-CONTAS
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

           *> ficheiros de bloqueio: se ainda nao existem, nao ha
           *> emprestimos, casos, penhoras ou alertas a respeitar
           OPEN INPUT FICHEIRO-EMPRESTIMOS.
           OPEN INPUT FICHEIRO-CASOS.
           OPEN INPUT FICHEIRO-PENHORAS.
           OPEN INPUT FICHEIRO-WL-HITS.

           IF MODO-EXECUCAO
               OPEN I-O FICHEIRO-NOTIFICACOES
           ELSE
               OPEN INPUT FICHEIRO-NOTIFICACOES
           END-IF.

           OPEN EXTEND FICHEIRO-CERTIFICADO.
           IF WS-FS-CERTIFICADO = "35"
               OPEN OUTPUT FICHEIRO-CERTIFICADO
           END-IF.
           IF WS-FS-CERTIFICADO NOT = "00"
               DISPLAY "ERRO AO ABRIR O CERTIFICADO: "
                   WS-FS-CERTIFICADO
               PERFORM 9700-FECHAR-SIGNON
               STOP RUN
           END-IF.

       2000-AVALIAR-CLIENTE.
           IF CIF-NOME = WS-NOME-ANONIMO
               EXIT PARAGRAPH
           END-IF.
           MOVE CIF-ID TO WS-CIF-ATUAL.
           MOVE 'S' TO WS-ELEGIVEL.
           MOVE 'N' TO WS-BLOQUEADO.
           MOVE SPACES TO WS-MOTIVO.

           PERFORM 2100-CARREGAR-CONTAS-CIF.
           IF CLIENTE-ELEGIVEL
               PERFORM 2200-VERIFICAR-ENCERRAMENTOS
           END-IF.
           IF NOT CLIENTE-ELEGIVEL
               EXIT PARAGRAPH
           END-IF.

           *> cliente fora do prazo de conservacao: so os processos
           *> ainda vivos impedem o apagamento
           PERFORM 2300-VERIFICAR-EMPRESTIMOS.
           IF NOT CLIENTE-BLOQUEADO
               PERFORM 2400-VERIFICAR-CASOS-AML
           END-IF.
           IF NOT CLIENTE-BLOQUEADO
               PERFORM 2500-VERIFICAR-PENHORAS
           END-IF.
           IF NOT CLIENTE-BLOQUEADO
               PERFORM 2600-VERIFICAR-WATCHLIST
           END-IF.
           IF NOT CLIENTE-BLOQUEADO
               IF WS-TOTAL-ANON + WS-CONTAS-ENCERRADAS > WS-MAX-ANON
                   MOVE 'S' TO WS-BLOQUEADO
                   MOVE "LIMITE DA EXECUCAO - CORRER DE NOVO"
                       TO WS-MOTIVO
               END-IF
           END-IF.

           IF CLIENTE-BLOQUEADO
               ADD 1 TO WS-TOTAL-BLOQUEADOS
               DISPLAY "CIF " WS-CIF-ATUAL " BLOQUEADO: " WS-MOTIVO
           ELSE
               PERFORM 3000-ANONIMIZAR-CLIENTE
           END-IF.

       2100-CARREGAR-CONTAS-CIF.
           MOVE 0 TO WS-TOTAL-CONTAS-CIF.
           MOVE WS-CIF-ATUAL TO LC-CIF.
           MOVE 0 TO LC-CONTA.
           START FICHEIRO-CIF-CONTAS KEY IS NOT LESS THAN LC-CHAVE
               INVALID KEY MOVE "10" TO WS-FS-CIF-CONTAS
           END-START.
           PERFORM UNTIL WS-FS-CIF-CONTAS NOT = "00"
               READ FICHEIRO-CIF-CONTAS NEXT RECORD
                   AT END MOVE "10" TO WS-FS-CIF-CONTAS
                   NOT AT END
                       IF LC-CIF NOT = WS-CIF-ATUAL
                           MOVE "10" TO WS-FS-CIF-CONTAS
                       ELSE
                           IF WS-TOTAL-CONTAS-CIF < WS-MAX-CONTAS-CIF
                               ADD 1 TO WS-TOTAL-CONTAS-CIF
                               MOVE LC-CONTA TO
                                   WS-CC-CONTA(WS-TOTAL-CONTAS-CIF)
                           ELSE
                               MOVE 'N' TO WS-ELEGIVEL
                               DISPLAY "CIF " WS-CIF-ATUAL
                                   " COM CONTAS A MAIS - TRATAR A MAO"
                               MOVE "10" TO WS-FS-CIF-CONTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CIF-CONTAS.
           IF WS-TOTAL-CONTAS-CIF = 0
               MOVE 'N' TO WS-ELEGIVEL
           END-IF.

       2200-VERIFICAR-ENCERRAMENTOS.
           *> todas as contas do cliente encerradas, e a ultima ha mais
           *> do que o prazo de conservacao; contas ja retiradas de
           *> clients.dat nao guardam dados pessoais e nao contam
           MOVE 0 TO WS-CONTAS-ENCERRADAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-CONTAS-CIF
                      OR NOT CLIENTE-ELEGIVEL
               MOVE 'S' TO WS-CC-EXISTE(WS-I)
               MOVE 0 TO WS-CC-ENCERRAMENTO(WS-I)
               MOVE WS-CC-CONTA(WS-I) TO NR-CONTA-FILE
               READ FICHEIRO-CLIENTES
                   INVALID KEY
                       MOVE 'N' TO WS-CC-EXISTE(WS-I)
               END-READ
               IF WS-CC-EXISTE(WS-I) = 'S'
                   IF NOT CONTA-ENCERRADA-FILE
                       MOVE 'N' TO WS-ELEGIVEL
                   ELSE
                       MOVE WS-CC-CONTA(WS-I) TO WS-CONTA-PROCURA
                       PERFORM 3900-PROCURAR-ENCERRAMENTO
                       IF NOT ENCERRAMENTO-ENCONTRADO
                           MOVE 'N' TO WS-ELEGIVEL
                           DISPLAY "CIF " WS-CIF-ATUAL " CONTA "
                               WS-CC-CONTA(WS-I)
                               " ENCERRADA SEM DATA NA AUDITORIA"
                       ELSE
                           IF WS-ENC-DATA(WS-J) > WS-DATA-CORTE
                               MOVE 'N' TO WS-ELEGIVEL
                           ELSE
                               MOVE WS-ENC-DATA(WS-J) TO
                                   WS-CC-ENCERRAMENTO(WS-I)
                               ADD 1 TO WS-CONTAS-ENCERRADAS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CONTAS-ENCERRADAS = 0
               MOVE 'N' TO WS-ELEGIVEL
           END-IF.

       2300-VERIFICAR-EMPRESTIMOS.
           IF WS-FS-EMPRESTIMOS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EMP-NUMERO.
           START FICHEIRO-EMPRESTIMOS KEY IS GREATER THAN EMP-NUMERO
               INVALID KEY MOVE "10" TO WS-FS-EMPRESTIMOS
           END-START.
           PERFORM UNTIL WS-FS-EMPRESTIMOS NOT = "00"
                      OR CLIENTE-BLOQUEADO
               READ FICHEIRO-EMPRESTIMOS NEXT RECORD
                   AT END MOVE "10" TO WS-FS-EMPRESTIMOS
                   NOT AT END
                       IF EMP-ATIVO
                           MOVE EMP-CONTA TO WS-CONTA-PROCURA
                           PERFORM 3800-CONTA-DO-CLIENTE
                           IF CONTA-DO-CLIENTE
                               MOVE 'S' TO WS-BLOQUEADO
                               MOVE "EMPRESTIMO ATIVO" TO WS-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-EMPRESTIMOS.

       2400-VERIFICAR-CASOS-AML.
           IF WS-FS-CASOS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO AML-ID.
           START FICHEIRO-CASOS KEY IS GREATER THAN AML-ID
               INVALID KEY MOVE "10" TO WS-FS-CASOS
           END-START.
           PERFORM UNTIL WS-FS-CASOS NOT = "00"
                      OR CLIENTE-BLOQUEADO
               READ FICHEIRO-CASOS NEXT RECORD
                   AT END MOVE "10" TO WS-FS-CASOS
                   NOT AT END
                       IF CASO-ABERTO OR CASO-ESCALADO
                           MOVE AML-CONTA TO WS-CONTA-PROCURA
                           PERFORM 3800-CONTA-DO-CLIENTE
                           IF CONTA-DO-CLIENTE
                               MOVE 'S' TO WS-BLOQUEADO
                               MOVE "CASO AML EM ABERTO" TO WS-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-CASOS.

       2500-VERIFICAR-PENHORAS.
           IF WS-FS-PENHORAS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PN-CHAVE.
           START FICHEIRO-PENHORAS KEY IS GREATER THAN PN-CHAVE
               INVALID KEY MOVE "10" TO WS-FS-PENHORAS
           END-START.
           PERFORM UNTIL WS-FS-PENHORAS NOT = "00"
                      OR CLIENTE-BLOQUEADO
               READ FICHEIRO-PENHORAS NEXT RECORD
                   AT END MOVE "10" TO WS-FS-PENHORAS
                   NOT AT END
                       IF PENHORA-ATIVA
                           MOVE PN-CONTA TO WS-CONTA-PROCURA
                           PERFORM 3800-CONTA-DO-CLIENTE
                           IF CONTA-DO-CLIENTE
                                   OR PN-CIF = WS-CIF-ATUAL
                               MOVE 'S' TO WS-BLOQUEADO
                               MOVE "PENHORA ATIVA" TO WS-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-PENHORAS.

       2600-VERIFICAR-WATCHLIST.
           *> so um alerta despachado como falso positivo deixa de
           *> exigir a identificacao do cliente; em contas antigas
           *> sem CIF o alerta fica registado pelo numero de conta
           IF WS-FS-WL-HITS = "35"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO WH-CHAVE.
           START FICHEIRO-WL-HITS KEY IS GREATER THAN WH-CHAVE
               INVALID KEY MOVE "10" TO WS-FS-WL-HITS
           END-START.
           PERFORM UNTIL WS-FS-WL-HITS NOT = "00"
                      OR CLIENTE-BLOQUEADO
               READ FICHEIRO-WL-HITS NEXT RECORD
                   AT END MOVE "10" TO WS-FS-WL-HITS
                   NOT AT END
                       IF NOT HIT-FALSO-POSITIVO
                           MOVE WH-CIF TO WS-CONTA-PROCURA
                           PERFORM 3800-CONTA-DO-CLIENTE
                           IF CONTA-DO-CLIENTE
                                   OR WH-CIF = WS-CIF-ATUAL
                               MOVE 'S' TO WS-BLOQUEADO
                               MOVE "ALERTA DE WATCHLIST" TO WS-MOTIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FS-WL-HITS.

       3000-ANONIMIZAR-CLIENTE.
           ADD 1 TO WS-TOTAL-ANONIMIZADOS.
           DISPLAY "CIF " WS-CIF-ATUAL " " CIF-NOME " - "
               WS-CONTAS-ENCERRADAS " CONTA(S)".

           INITIALIZE REG-CERTIFICADO.
           MOVE WS-DATA-HOJE TO CE-DATA-EXECUCAO.
           MOVE WS-MODO TO CE-MODO.
           MOVE "C" TO CE-TIPO.
           MOVE WS-CIF-ATUAL TO CE-CIF.
           MOVE 1 TO CE-QUANTIDADE.
           MOVE "NOME DOCUMENTO NASCIMENTO ESTADO-CIVIL"
               TO CE-CAMPOS.
           MOVE WS-OPR-ATUAL TO CE-OPERADOR.
           WRITE REG-CERTIFICADO.

           IF MODO-EXECUCAO
               MOVE WS-NOME-ANONIMO TO CIF-NOME
               MOVE ZEROS TO CIF-NASCIMENTO
               MOVE SPACE TO CIF-ESTADO-CIVIL
               MOVE SPACES TO CIF-DOC-TIPO
               MOVE SPACES TO CIF-DOC-NUMERO
               REWRITE REG-CIF
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CIF " WS-CIF-ATUAL
               END-REWRITE
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-CONTAS-CIF
               IF WS-CC-EXISTE(WS-I) = 'S'
                   PERFORM 3100-ANONIMIZAR-CONTA
               END-IF
           END-PERFORM.

       3100-ANONIMIZAR-CONTA.
           *> numero de conta, saldo e moeda ficam: o razao e os
           *> movimentos continuam a bater
           ADD 1 TO WS-TOTAL-CONTAS-ANON.
           ADD 1 TO WS-TOTAL-ANON.
           MOVE WS-CC-CONTA(WS-I) TO WS-ANON-CONTA(WS-TOTAL-ANON).
           MOVE WS-CIF-ATUAL TO WS-ANON-CIF(WS-TOTAL-ANON).
           MOVE 0 TO WS-ANON-NOTIF(WS-TOTAL-ANON).

           INITIALIZE REG-CERTIFICADO.
           MOVE WS-DATA-HOJE TO CE-DATA-EXECUCAO.
           MOVE WS-MODO TO CE-MODO.
           MOVE "A" TO CE-TIPO.
           MOVE WS-CIF-ATUAL TO CE-CIF.
           MOVE WS-CC-CONTA(WS-I) TO CE-CONTA.
           MOVE WS-CC-ENCERRAMENTO(WS-I) TO CE-DATA-ENCERRAMENTO.
           MOVE 1 TO CE-QUANTIDADE.
           MOVE "NOME EMAIL TELEFONE" TO CE-CAMPOS.
           MOVE WS-OPR-ATUAL TO CE-OPERADOR.
           WRITE REG-CERTIFICADO.

           IF MODO-EXECUCAO
               MOVE WS-CC-CONTA(WS-I) TO NR-CONTA-FILE
               READ FICHEIRO-CLIENTES
                   INVALID KEY
                       DISPLAY "ERRO AO LER CONTA " NR-CONTA-FILE
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-NOME-ANONIMO TO NOME-FILE
               MOVE SPACES TO EMAIL-FILE
               MOVE 0 TO TELEFONE-FILE
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR CONTA "
                           NR-CONTA-FILE
               END-REWRITE
               MOVE "ANONIMIZAR-CONTA" TO WS-AUD-ACAO
               MOVE WS-CC-CONTA(WS-I) TO WS-AUD-CONTA
               PERFORM 9600-GRAVAR-AUDITORIA
           END-IF.

       3800-CONTA-DO-CLIENTE.
           MOVE 'N' TO WS-CONTA-DO-CLIENTE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-CONTAS-CIF
                      OR CONTA-DO-CLIENTE
               IF WS-CC-CONTA(WS-J) = WS-CONTA-PROCURA
                   MOVE 'S' TO WS-CONTA-DO-CLIENTE
               END-IF
           END-PERFORM.

       3900-PROCURAR-ENCERRAMENTO.
           *> devolve em WS-J a posicao da conta WS-CONTA-PROCURA
           MOVE 'N' TO WS-ENC-ENCONTRADA.
           MOVE 1 TO WS-J.
           PERFORM UNTIL WS-J > WS-TOTAL-ENCERRAMENTOS
                      OR ENCERRAMENTO-ENCONTRADO
               IF WS-ENC-CONTA(WS-J) = WS-CONTA-PROCURA
                   MOVE 'S' TO WS-ENC-ENCONTRADA
               ELSE
                   ADD 1 TO WS-J
               END-IF
           END-PERFORM.

       4000-ANONIMIZAR-NOTIFICACOES.
           IF WS-FS-NOTIFICACOES NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO NT-ID.
           START FICHEIRO-NOTIFICACOES KEY IS GREATER THAN NT-ID
               INVALID KEY MOVE "10" TO WS-FS-NOTIFICACOES
           END-START.
           PERFORM UNTIL WS-FS-NOTIFICACOES NOT = "00"
               READ FICHEIRO-NOTIFICACOES NEXT RECORD
                   AT END MOVE "10" TO WS-FS-NOTIFICACOES
                   NOT AT END
                       IF NT-CONTACTO NOT = SPACES
                           PERFORM 4100-LIMPAR-NOTIFICACAO
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-ANON
               IF WS-ANON-NOTIF(WS-I) > 0
                   INITIALIZE REG-CERTIFICADO
                   MOVE WS-DATA-HOJE TO CE-DATA-EXECUCAO
                   MOVE WS-MODO TO CE-MODO
                   MOVE "N" TO CE-TIPO
                   MOVE WS-ANON-CIF(WS-I) TO CE-CIF
                   MOVE WS-ANON-CONTA(WS-I) TO CE-CONTA
                   MOVE WS-ANON-NOTIF(WS-I) TO CE-QUANTIDADE
                   MOVE "CONTACTO" TO CE-CAMPOS
                   MOVE WS-OPR-ATUAL TO CE-OPERADOR
                   WRITE REG-CERTIFICADO
               END-IF
           END-PERFORM.

       4100-LIMPAR-NOTIFICACAO.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-TOTAL-ANON
               IF WS-ANON-CONTA(WS-J) = NT-CONTA
                   ADD 1 TO WS-ANON-NOTIF(WS-J)
                   ADD 1 TO WS-TOTAL-NOTIF-ANON
                   IF MODO-EXECUCAO
                       MOVE SPACES TO NT-CONTACTO
                       REWRITE REG-NOTIFICACAO
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR NOTIFICACAO "
                                   NT-ID
                       END-REWRITE
                   END-IF
                   MOVE WS-TOTAL-ANON TO WS-J
               END-IF
           END-PERFORM.

           COPY SIGNON.
