       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDADE-DADOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-CLIENTES ASSIGN TO "data/clients.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-CONTA-FILE
               FILE STATUS IS WS-FS-CLIENTES.

           SELECT FICHEIRO-CIF-CONTAS ASSIGN TO "data/cif_contas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LC-CHAVE
               FILE STATUS IS WS-FS-CIF-CONTAS.

           SELECT FICHEIRO-TITULARES ASSIGN TO "data/titulares.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TL-CHAVE
               FILE STATUS IS WS-FS-TITULARES.

           SELECT FICHEIRO-CAMBIO ASSIGN TO "data/cambio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAMBIO-MOEDA
               FILE STATUS IS WS-FS-CAMBIO.

           SELECT FICHEIRO-ESCALOES ASSIGN TO "data/escaloes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESC-CODIGO
               FILE STATUS IS WS-FS-ESCALOES.

           SELECT FICHEIRO-CARTOES ASSIGN TO "data/cartoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CT-NUMERO
               FILE STATUS IS WS-FS-CARTOES.

           SELECT FICHEIRO-CHEQUES ASSIGN TO "data/cheques.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-CHAVE
               FILE STATUS IS WS-FS-CHEQUES.

           SELECT FICHEIRO-ORDENS ASSIGN TO "data/ordens.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-NUMERO
               FILE STATUS IS WS-FS-ORDENS.

           SELECT FICHEIRO-MANDATOS ASSIGN TO "data/mandatos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MD-CHAVE
               FILE STATUS IS WS-FS-MANDATOS.

           SELECT FICHEIRO-DEPOSITOS ASSIGN TO "data/depositos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-NUMERO
               FILE STATUS IS WS-FS-DEPOSITOS.

           SELECT FICHEIRO-EMPRESTIMOS ASSIGN TO
               "data/emprestimos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NUMERO
               FILE STATUS IS WS-FS-EMPRESTIMOS.

           SELECT FICHEIRO-CAIXAS ASSIGN TO "data/caixas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXA-OPERADOR
               FILE STATUS IS WS-FS-CAIXAS.

           SELECT FICHEIRO-ACHADOS ASSIGN TO "data/integridade.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACHADOS.

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
       FD  FICHEIRO-CLIENTES.
           COPY CLIENTE.

       FD  FICHEIRO-CIF-CONTAS.
           COPY CIFCONTA.

       FD  FICHEIRO-TITULARES.
           COPY TITULAR.

       FD  FICHEIRO-CAMBIO.
           COPY CAMBIO.

       FD  FICHEIRO-ESCALOES.
           COPY ESCALAO.

       FD  FICHEIRO-CARTOES.
           COPY CARTAO.

       FD  FICHEIRO-CHEQUES.
           COPY CHEQUE.

       FD  FICHEIRO-ORDENS.
           COPY ORDEM.

       FD  FICHEIRO-MANDATOS.
           COPY MANDATO.

       FD  FICHEIRO-DEPOSITOS.
           COPY DEPOSITO.

       FD  FICHEIRO-EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD  FICHEIRO-CAIXAS.
           COPY CAIXA.

      *> ficheiro de detalhe: um achado por linha, refeito em cada
      *> noite
       FD  FICHEIRO-ACHADOS.
       01  REG-ACHADO.
           05 ACH-DATA               PIC 9(08).
           05 FILLER                 PIC X(01).
           05 ACH-REGRA              PIC 9(02).
           05 FILLER                 PIC X(01).
           05 ACH-SEVERIDADE         PIC X(01).
           05 FILLER                 PIC X(01).
           05 ACH-FICHEIRO           PIC X(12).
           05 FILLER                 PIC X(01).
           05 ACH-CHAVE              PIC X(18).
           05 FILLER                 PIC X(01).
           05 ACH-CONTA              PIC 9(09).
           05 FILLER                 PIC X(01).
           05 ACH-DETALHE            PIC X(40).

       FD  FICHEIRO-DATA-NEGOCIO.
       01  REG-DATA-NEGOCIO         PIC 9(08).

       FD  FICHEIRO-RUN-CONTROL.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY RUNCTLWS.

       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-CIF-CONTAS        PIC XX.
       77  WS-FS-TITULARES         PIC XX.
       77  WS-FS-CAMBIO            PIC XX.
       77  WS-FS-ESCALOES          PIC XX.
       77  WS-FS-CARTOES           PIC XX.
       77  WS-FS-CHEQUES           PIC XX.
       77  WS-FS-ORDENS            PIC XX.
       77  WS-FS-MANDATOS          PIC XX.
       77  WS-FS-DEPOSITOS         PIC XX.
       77  WS-FS-EMPRESTIMOS       PIC XX.
       77  WS-FS-CAIXAS            PIC XX.
       77  WS-FS-ACHADOS           PIC XX.

       *> contas internas do banco (suspensos, penhoras, servicos):
       *> nao tem cliente, titulares nem contactos
       77  WS-CONTA-INTERNA-MIN    PIC 9(09) VALUE 999999900.

       *> Regras do varrimento: codigo, severidade e descricao.
       *> 'C' critico - trava a suite noturna ate ser corrigido;
       *> 'A' alerta e 'I' informativo - so reportam.
       01  WS-DEFINICAO-REGRAS.
           05 FILLER PIC X(43) VALUE
               "01CCARTAO VIVO SEM CONTA                   ".
           05 FILLER PIC X(43) VALUE
               "02ACARTAO VIVO EM CONTA ENCERRADA          ".
           05 FILLER PIC X(43) VALUE
               "03CCHEQUE EMITIDO SEM CONTA                ".
           05 FILLER PIC X(43) VALUE
               "04ACHEQUE EMITIDO EM CONTA ENCERRADA       ".
           05 FILLER PIC X(43) VALUE
               "05CORDEM PERMANENTE VIVA SEM CONTA         ".
           05 FILLER PIC X(43) VALUE
               "06AORDEM PERMANENTE VIVA EM CONTA ENCERRADA".
           05 FILLER PIC X(43) VALUE
               "07CMANDATO VIVO SEM CONTA                  ".
           05 FILLER PIC X(43) VALUE
               "08AMANDATO VIVO EM CONTA ENCERRADA         ".
           05 FILLER PIC X(43) VALUE
               "09CDEPOSITO A PRAZO ATIVO SEM CONTA        ".
           05 FILLER PIC X(43) VALUE
               "10ADEPOSITO A PRAZO ATIVO EM CONTA ENCERR. ".
           05 FILLER PIC X(43) VALUE
               "11CEMPRESTIMO ATIVO SEM CONTA              ".
           05 FILLER PIC X(43) VALUE
               "12AEMPRESTIMO ATIVO EM CONTA ENCERRADA     ".
           05 FILLER PIC X(43) VALUE
               "13ACONTA SEM LIGACAO EM CIF_CONTAS         ".
           05 FILLER PIC X(43) VALUE
               "14ACONTA COM TITULARES SEM PRIMARIO        ".
           05 FILLER PIC X(43) VALUE
               "15IEMAIL COM FORMATO INVALIDO              ".
           05 FILLER PIC X(43) VALUE
               "16ITELEFONE COM FORMATO INVALIDO           ".
           05 FILLER PIC X(43) VALUE
               "17CMOEDA DA CONTA SEM CAMBIO               ".
           05 FILLER PIC X(43) VALUE
               "18AESCALAO DA CONTA INEXISTENTE            ".
           05 FILLER PIC X(43) VALUE
               "19ACAIXA ABERTA DE DIA ANTERIOR            ".
           05 FILLER PIC X(43) VALUE
               "20IREGISTO INATIVO SEM CONTA (RESIDUO)     ".
       01  WS-TABELA-REGRAS REDEFINES WS-DEFINICAO-REGRAS.
           05 WS-RG-ENTRADA OCCURS 20 TIMES.
              10 WS-RG-CODIGO        PIC 9(02).
              10 WS-RG-SEVERIDADE    PIC X(01).
                  88 RG-CRITICA        VALUE "C".
              10 WS-RG-DESCRICAO     PIC X(40).
       01  WS-CONTAGEM-REGRAS.
           05 WS-RG-ACHADOS OCCURS 20 TIMES PIC 9(07).
       77  WS-RG-TOTAL             PIC 9(02) VALUE 20.
       77  WS-RG-IDX               PIC 9(02).

       77  WS-TOTAL-CRITICOS       PIC 9(07) VALUE 0.
       77  WS-TOTAL-ALERTAS        PIC 9(07) VALUE 0.
       77  WS-TOTAL-INFORMATIVOS   PIC 9(07) VALUE 0.
       77  WS-TOTAL-CONTAS         PIC 9(07) VALUE 0.

       *> achado em preparacao (preenchido antes de PERFORM
       *> 8000-REGISTAR-ACHADO)
       77  WS-ACH-REGRA            PIC 9(02).
       77  WS-ACH-FICHEIRO         PIC X(12).
       77  WS-ACH-CHAVE            PIC X(18).
       77  WS-ACH-CONTA            PIC 9(09).
       77  WS-ACH-DETALHE          PIC X(40).

       *> resultado da consulta da conta em 8100-VERIFICAR-CONTA
       77  WS-CONTA-PROCURADA      PIC 9(09).
       77  WS-SITUACAO-CONTA       PIC X(01).
           88 CONTA-INEXISTENTE      VALUE "X".
           88 CONTA-FECHADA          VALUE "E".
           88 CONTA-EM-USO           VALUE "U".
       77  WS-REGISTO-VIVO         PIC X(01).
           88 REGISTO-VIVO           VALUE "S".
       77  WS-REGRA-SEM-CONTA      PIC 9(02).
       77  WS-REGRA-ENCERRADA      PIC 9(02).

       *> contas ligadas a um cliente em cif_contas.dat, carregadas
       *> antes do varrimento das contas (pesquisa linear)
       77  WS-LIG-TOTAL            PIC 9(05) VALUE 0.
       77  WS-LIG-IDX              PIC 9(05).
       01  WS-TABELA-LIGACOES.
           05 WS-LIG-CONTA OCCURS 99999 TIMES PIC 9(09).
       77  WS-CIF-CONTAS-LIDO      PIC X VALUE 'N'.
           88 CIF-CONTAS-CARREGADO   VALUE 'S'.
       77  WS-LIGACAO-ENCONTRADA   PIC X.
           88 LIGACAO-ENCONTRADA     VALUE 'S'.

       77  WS-TITULARES-ABERTO     PIC X VALUE 'N'.
           88 TITULARES-DISPONIVEL   VALUE 'S'.
       77  WS-CAMBIO-ABERTO        PIC X VALUE 'N'.
           88 CAMBIO-DISPONIVEL      VALUE 'S'.
       77  WS-ESCALOES-ABERTO      PIC X VALUE 'N'.
           88 ESCALOES-DISPONIVEL    VALUE 'S'.
       77  WS-TEM-TITULARES        PIC X.
       77  WS-TEM-PRIMARIO         PIC X.

       *> validacao de formato do email
       77  WS-QTD-ARROBAS          PIC 9(03).
       77  WS-QTD-ESPACOS          PIC 9(03).
       77  WS-POS-ARROBA           PIC 9(03).
       77  WS-TAM-EMAIL            PIC 9(03).
       77  WS-QTD-PONTOS           PIC 9(03).
       77  WS-EMAIL-VALIDO         PIC X.
           88 EMAIL-VALIDO           VALUE 'S'.
       77  WS-PRIMEIRO-DIGITO      PIC X(01).

       01  WS-LINHA-REGRA.
           05 WS-LR-CODIGO          PIC 9(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-SEVERIDADE      PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-DESCRICAO       PIC X(40).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LR-ACHADOS         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> varrimento so de leitura dos mestres, primeiro passo da
           *> suite noturna: um achado critico deixa o job em curso
           *> e os lancamentos da noite nao arrancam (ver
           *> EXPIRAR-CODIGOS) ate os dados serem corrigidos e o
           *> varrimento relancado
           PERFORM 9800-LER-DATA-NEGOCIO.

           MOVE "INTEGRIDADE-DADOS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB

           OPEN INPUT FICHEIRO-CLIENTES.
           IF WS-FS-CLIENTES NOT = "00"
               DISPLAY "ERRO AO ABRIR BASE DE DADOS: " WS-FS-CLIENTES
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHEIRO-ACHADOS.
           IF WS-FS-ACHADOS NOT = "00"
               CLOSE FICHEIRO-CLIENTES
               DISPLAY "ERRO AO CRIAR O FICHEIRO DE ACHADOS: "
                   WS-FS-ACHADOS
               STOP RUN
           END-IF.

           INITIALIZE WS-CONTAGEM-REGRAS.

           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "* INTEGRIDADE E QUALIDADE DOS DADOS MESTRES     *".
           DISPLAY "* DATA: " WS-DATA-NEGOCIO
               "                                *".
           DISPLAY "-------------------------------------------------".

           PERFORM 1000-CARREGAR-LIGACOES.
           PERFORM 1100-ABRIR-TABELAS.

           PERFORM 2000-VARRER-CONTAS.
           PERFORM 3000-VARRER-CARTOES.
           PERFORM 3100-VARRER-CHEQUES.
           PERFORM 3200-VARRER-ORDENS.
           PERFORM 3300-VARRER-MANDATOS.
           PERFORM 3400-VARRER-DEPOSITOS.
           PERFORM 3500-VARRER-EMPRESTIMOS.
           PERFORM 4000-VARRER-CAIXAS.

           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-ACHADOS.
           IF TITULARES-DISPONIVEL
               CLOSE FICHEIRO-TITULARES
           END-IF.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.
           IF ESCALOES-DISPONIVEL
               CLOSE FICHEIRO-ESCALOES
           END-IF.

           PERFORM 5000-MOSTRAR-RESUMO.

           IF WS-TOTAL-CRITICOS > 0
               DISPLAY "ERRO: " WS-TOTAL-CRITICOS " ACHADOS CRITICOS "
                   "- SUITE PARADA. CORRIJA OS DADOS (VER "
                   "DATA/INTEGRIDADE.DAT) E RELANCE ESTE JOB."
               STOP RUN
           END-IF.

           DISPLAY " ".
           PERFORM 9860-REGISTAR-FIM-JOB.
           STOP RUN.

       1000-CARREGAR-LIGACOES.
           OPEN INPUT FICHEIRO-CIF-CONTAS
           IF WS-FS-CIF-CONTAS NOT = "00"
               DISPLAY "AVISO: SEM CIF_CONTAS.DAT - REGRA 13 NAO "
                   "VERIFICADA."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-CIF-CONTAS-LIDO
           PERFORM UNTIL WS-FS-CIF-CONTAS = "10"
               READ FICHEIRO-CIF-CONTAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CIF-CONTAS
                   NOT AT END
                       IF WS-LIG-TOTAL >= 99999
                           DISPLAY "ERRO: MAIS DE 99999 LIGACOES EM "
                               "CIF_CONTAS - TABELA CHEIA. "
                               "VARRIMENTO ABORTADO."
                           CLOSE FICHEIRO-CIF-CONTAS
                           CLOSE FICHEIRO-CLIENTES
                           CLOSE FICHEIRO-ACHADOS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LIG-TOTAL
                       MOVE LC-CONTA TO WS-LIG-CONTA(WS-LIG-TOTAL)
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-CIF-CONTAS.

       1100-ABRIR-TABELAS.
           OPEN INPUT FICHEIRO-TITULARES
           IF WS-FS-TITULARES = "00"
               MOVE 'S' TO WS-TITULARES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM TITULARES.DAT - REGRA 14 NAO "
                   "VERIFICADA."
           END-IF
           OPEN INPUT FICHEIRO-CAMBIO
           IF WS-FS-CAMBIO = "00"
               MOVE 'S' TO WS-CAMBIO-ABERTO
           ELSE
               DISPLAY "AVISO: SEM CAMBIO.DAT - REGRA 17 NAO "
                   "VERIFICADA."
           END-IF
           OPEN INPUT FICHEIRO-ESCALOES
           IF WS-FS-ESCALOES = "00"
               MOVE 'S' TO WS-ESCALOES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM ESCALOES.DAT - REGRA 18 NAO "
                   "VERIFICADA."
           END-IF.

       2000-VARRER-CONTAS.
           MOVE LOW-VALUES TO NR-CONTA-FILE
           START FICHEIRO-CLIENTES KEY IS GREATER THAN NR-CONTA-FILE
               INVALID KEY
                   MOVE "10" TO WS-FS-CLIENTES
           END-START

           PERFORM UNTIL WS-FS-CLIENTES = "10"
               READ FICHEIRO-CLIENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CLIENTES
                   NOT AT END
                       ADD 1 TO WS-TOTAL-CONTAS
                       PERFORM 2100-VERIFICAR-UMA-CONTA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CLIENTES.

       2100-VERIFICAR-UMA-CONTA.
           MOVE "CLIENTS" TO WS-ACH-FICHEIRO
           MOVE NR-CONTA-FILE TO WS-ACH-CHAVE
           MOVE NR-CONTA-FILE TO WS-ACH-CONTA

           *> a moeda e o escalao comandam lancamentos e comissoes,
           *> mesmo nas contas internas
           IF CAMBIO-DISPONIVEL
               MOVE MOEDA-FILE TO CAMBIO-MOEDA
               READ FICHEIRO-CAMBIO
                   INVALID KEY
                       MOVE 17 TO WS-ACH-REGRA
                       MOVE SPACES TO WS-ACH-DETALHE
                       STRING "MOEDA '" MOEDA-FILE "'"
                           DELIMITED BY SIZE INTO WS-ACH-DETALHE
                       PERFORM 8000-REGISTAR-ACHADO
               END-READ
           END-IF

           IF NR-CONTA-FILE >= WS-CONTA-INTERNA-MIN
               EXIT PARAGRAPH
           END-IF

           IF ESCALOES-DISPONIVEL AND NOT CONTA-ENCERRADA-FILE
               MOVE ESCALAO-FILE TO ESC-CODIGO
               READ FICHEIRO-ESCALOES
                   INVALID KEY
                       MOVE 18 TO WS-ACH-REGRA
                       MOVE SPACES TO WS-ACH-DETALHE
                       STRING "ESCALAO '" ESCALAO-FILE "'"
                           DELIMITED BY SIZE INTO WS-ACH-DETALHE
                       PERFORM 8000-REGISTAR-ACHADO
               END-READ
           END-IF

           IF CIF-CONTAS-CARREGADO
               PERFORM 2200-PROCURAR-LIGACAO
               IF NOT LIGACAO-ENCONTRADA
                   MOVE 13 TO WS-ACH-REGRA
                   MOVE "CONTA SEM CLIENTE NO MESTRE CIF"
                       TO WS-ACH-DETALHE
                   PERFORM 8000-REGISTAR-ACHADO
               END-IF
           END-IF

           IF TITULARES-DISPONIVEL
               PERFORM 2300-VERIFICAR-TITULARES
           END-IF

           *> contactos so interessam em contas que ainda recebem
           *> notificacoes
           IF CONTA-ENCERRADA-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2400-VALIDAR-EMAIL
           IF NOT EMAIL-VALIDO
               MOVE 15 TO WS-ACH-REGRA
               MOVE EMAIL-FILE TO WS-ACH-DETALHE
               PERFORM 8000-REGISTAR-ACHADO
           END-IF
           PERFORM 2500-VALIDAR-TELEFONE.

       2200-PROCURAR-LIGACAO.
           MOVE 'N' TO WS-LIGACAO-ENCONTRADA
           PERFORM VARYING WS-LIG-IDX FROM 1 BY 1
                   UNTIL WS-LIG-IDX > WS-LIG-TOTAL
                      OR LIGACAO-ENCONTRADA
               IF WS-LIG-CONTA(WS-LIG-IDX) = NR-CONTA-FILE
                   MOVE 'S' TO WS-LIGACAO-ENCONTRADA
               END-IF
           END-PERFORM.

       2300-VERIFICAR-TITULARES.
           *> a chave de titulares.dat comeca pela conta: as linhas
           *> da conta leem-se seguidas a partir de (conta, 0)
           MOVE 'N' TO WS-TEM-TITULARES
           MOVE 'N' TO WS-TEM-PRIMARIO
           MOVE NR-CONTA-FILE TO TL-CONTA
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
                       IF TL-CONTA NOT = NR-CONTA-FILE
                           MOVE "10" TO WS-FS-TITULARES
                       ELSE
                           MOVE 'S' TO WS-TEM-TITULARES
                           IF TITULAR-PRIMARIO
                               MOVE 'S' TO WS-TEM-PRIMARIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-TITULARES

           IF WS-TEM-TITULARES = 'S' AND WS-TEM-PRIMARIO = 'N'
               MOVE 14 TO WS-ACH-REGRA
               MOVE "TITULARES SEM PAPEL 'P'" TO WS-ACH-DETALHE
               PERFORM 8000-REGISTAR-ACHADO
           END-IF.

       2400-VALIDAR-EMAIL.
           *> sem email nada a validar; com email: um unico '@', com
           *> texto antes, um ponto depois e sem espacos no meio
           MOVE 'S' TO WS-EMAIL-VALIDO
           IF EMAIL-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EMAIL-VALIDO

           MOVE 0 TO WS-TAM-EMAIL
           INSPECT FUNCTION REVERSE(EMAIL-FILE)
               TALLYING WS-TAM-EMAIL FOR LEADING SPACES
           COMPUTE WS-TAM-EMAIL = 40 - WS-TAM-EMAIL

           MOVE 0 TO WS-QTD-ESPACOS
           INSPECT EMAIL-FILE(1:WS-TAM-EMAIL)
               TALLYING WS-QTD-ESPACOS FOR ALL SPACE
           MOVE 0 TO WS-QTD-ARROBAS
           INSPECT EMAIL-FILE TALLYING WS-QTD-ARROBAS FOR ALL "@"
           IF WS-QTD-ESPACOS > 0 OR WS-QTD-ARROBAS NOT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-POS-ARROBA
           INSPECT EMAIL-FILE TALLYING WS-POS-ARROBA
               FOR CHARACTERS BEFORE INITIAL "@"
           IF WS-POS-ARROBA = 0
                   OR WS-POS-ARROBA + 1 >= WS-TAM-EMAIL
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-QTD-PONTOS
           INSPECT EMAIL-FILE(WS-POS-ARROBA + 2:
                   WS-TAM-EMAIL - WS-POS-ARROBA - 1)
               TALLYING WS-QTD-PONTOS FOR ALL "."
           IF WS-QTD-PONTOS > 0
                   AND EMAIL-FILE(WS-TAM-EMAIL:1) NOT = "."
                   AND EMAIL-FILE(WS-POS-ARROBA + 2:1) NOT = "."
               MOVE 'S' TO WS-EMAIL-VALIDO
           END-IF.

       2500-VALIDAR-TELEFONE.
           *> 0 = sem telefone; um numero nacional tem 9 digitos e
           *> comeca por 2 (fixo), 3 (nomada) ou 9 (movel)
           IF TELEFONE-FILE IS NUMERIC AND TELEFONE-FILE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TELEFONE-FILE(1:1) TO WS-PRIMEIRO-DIGITO
           IF TELEFONE-FILE IS NOT NUMERIC
                   OR (WS-PRIMEIRO-DIGITO NOT = "2"
                       AND WS-PRIMEIRO-DIGITO NOT = "3"
                       AND WS-PRIMEIRO-DIGITO NOT = "9")
               MOVE 16 TO WS-ACH-REGRA
               MOVE SPACES TO WS-ACH-DETALHE
               STRING "TELEFONE '" TELEFONE-FILE "'"
                   DELIMITED BY SIZE INTO WS-ACH-DETALHE
               PERFORM 8000-REGISTAR-ACHADO
           END-IF.

       3000-VARRER-CARTOES.
           OPEN INPUT FICHEIRO-CARTOES
           IF WS-FS-CARTOES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "CARTOES" TO WS-ACH-FICHEIRO
           MOVE 01 TO WS-REGRA-SEM-CONTA
           MOVE 02 TO WS-REGRA-ENCERRADA
           PERFORM UNTIL WS-FS-CARTOES = "10"
               READ FICHEIRO-CARTOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CARTOES
                   NOT AT END
                       MOVE 'N' TO WS-REGISTO-VIVO
                       IF CARTAO-ATIVO OR CARTAO-BLOQUEADO
                               OR CARTAO-POR-ATIVAR
                           MOVE 'S' TO WS-REGISTO-VIVO
                       END-IF
                       MOVE CT-NUMERO TO WS-ACH-CHAVE
                       MOVE CT-CONTA TO WS-CONTA-PROCURADA
                       MOVE SPACES TO WS-ACH-DETALHE
                       STRING "CARTAO NO ESTADO '" CT-ESTADO "'"
                           DELIMITED BY SIZE INTO WS-ACH-DETALHE
                       PERFORM 8100-VERIFICAR-CONTA
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-CARTOES.

       3100-VARRER-CHEQUES.
           OPEN INPUT FICHEIRO-CHEQUES
           IF WS-FS-CHEQUES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "CHEQUES" TO WS-ACH-FICHEIRO
           MOVE 03 TO WS-REGRA-SEM-CONTA
           MOVE 04 TO WS-REGRA-ENCERRADA
           PERFORM UNTIL WS-FS-CHEQUES = "10"
               READ FICHEIRO-CHEQUES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CHEQUES
                   NOT AT END
                       MOVE 'N' TO WS-REGISTO-VIVO
                       IF CHEQUE-EMITIDO OR CHEQUE-SUSPENSO
                           MOVE 'S' TO WS-REGISTO-VIVO
                       END-IF
                       MOVE CH-NUMERO TO WS-ACH-CHAVE
                       MOVE CH-CONTA TO WS-CONTA-PROCURADA
                       MOVE SPACES TO WS-ACH-DETALHE
                       STRING "CHEQUE NO ESTADO '" CH-ESTADO "'"
                           DELIMITED BY SIZE INTO WS-ACH-DETALHE
                       PERFORM 8100-VERIFICAR-CONTA
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-CHEQUES.

       3200-VARRER-ORDENS.
           OPEN INPUT FICHEIRO-ORDENS
           IF WS-FS-ORDENS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "ORDENS" TO WS-ACH-FICHEIRO
           MOVE 05 TO WS-REGRA-SEM-CONTA
           MOVE 06 TO WS-REGRA-ENCERRADA
           PERFORM UNTIL WS-FS-ORDENS = "10"
               READ FICHEIRO-ORDENS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-ORDENS
                   NOT AT END
                       MOVE 'N' TO WS-REGISTO-VIVO
                       IF ORDEM-ATIVA OR ORDEM-SUSPENSA
                           MOVE 'S' TO WS-REGISTO-VIVO
                       END-IF
                       MOVE OP-NUMERO TO WS-ACH-CHAVE
                       MOVE "CONTA ORIGEM DA ORDEM" TO WS-ACH-DETALHE
                       MOVE OP-CONTA-ORIGEM TO WS-CONTA-PROCURADA
                       PERFORM 8100-VERIFICAR-CONTA
                       MOVE "CONTA DESTINO DA ORDEM" TO WS-ACH-DETALHE
                       MOVE OP-CONTA-DESTINO TO WS-CONTA-PROCURADA
                       PERFORM 8100-VERIFICAR-CONTA
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-ORDENS.

       3300-VARRER-MANDATOS.
           OPEN INPUT FICHEIRO-MANDATOS
           IF WS-FS-MANDATOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "MANDATOS" TO WS-ACH-FICHEIRO
           MOVE 07 TO WS-REGRA-SEM-CONTA
           MOVE 08 TO WS-REGRA-ENCERRADA
           PERFORM UNTIL WS-FS-MANDATOS = "10"
               READ FICHEIRO-MANDATOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-MANDATOS
                   NOT AT END
                       MOVE 'N' TO WS-REGISTO-VIVO
                       IF MANDATO-ATIVO OR MANDATO-SUSPENSO
                           MOVE 'S' TO WS-REGISTO-VIVO
                       END-IF
                       MOVE MD-CREDOR TO WS-ACH-CHAVE
                       MOVE MD-CONTA TO WS-CONTA-PROCURADA
                       MOVE "CHAVE = CREDOR DO MANDATO"
                           TO WS-ACH-DETALHE
                       PERFORM 8100-VERIFICAR-CONTA
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-MANDATOS.

       3400-VARRER-DEPOSITOS.
           OPEN INPUT FICHEIRO-DEPOSITOS
           IF WS-FS-DEPOSITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "DEPOSITOS" TO WS-ACH-FICHEIRO
           MOVE 09 TO WS-REGRA-SEM-CONTA
           MOVE 10 TO WS-REGRA-ENCERRADA
           PERFORM UNTIL WS-FS-DEPOSITOS = "10"
               READ FICHEIRO-DEPOSITOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-DEPOSITOS
                   NOT AT END
                       MOVE 'N' TO WS-REGISTO-VIVO
                       IF DEP-ATIVO
                           MOVE 'S' TO WS-REGISTO-VIVO
                       END-IF
                       MOVE DP-NUMERO TO WS-ACH-CHAVE
                       MOVE DP-CONTA TO WS-CONTA-PROCURADA
                       MOVE SPACES TO WS-ACH-DETALHE
                       STRING "DEPOSITO NO ESTADO '" DP-ESTADO "'"
                           DELIMITED BY SIZE INTO WS-ACH-DETALHE
                       PERFORM 8100-VERIFICAR-CONTA
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-DEPOSITOS.

       3500-VARRER-EMPRESTIMOS.
           OPEN INPUT FICHEIRO-EMPRESTIMOS
           IF WS-FS-EMPRESTIMOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "EMPRESTIMOS" TO WS-ACH-FICHEIRO
           MOVE 11 TO WS-REGRA-SEM-CONTA
           MOVE 12 TO WS-REGRA-ENCERRADA
           PERFORM UNTIL WS-FS-EMPRESTIMOS = "10"
               READ FICHEIRO-EMPRESTIMOS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-EMPRESTIMOS
                   NOT AT END
                       MOVE 'N' TO WS-REGISTO-VIVO
                       IF EMP-ATIVO
                           MOVE 'S' TO WS-REGISTO-VIVO
                       END-IF
                       MOVE EMP-NUMERO TO WS-ACH-CHAVE
                       MOVE EMP-CONTA TO WS-CONTA-PROCURADA
                       MOVE SPACES TO WS-ACH-DETALHE
                       STRING "EMPRESTIMO NO ESTADO '" EMP-ESTADO "'"
                           DELIMITED BY SIZE INTO WS-ACH-DETALHE
                       PERFORM 8100-VERIFICAR-CONTA
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-EMPRESTIMOS.

       4000-VARRER-CAIXAS.
           *> uma gaveta ainda aberta de um dia anterior e um fecho
           *> de caixa que ficou por fazer (ver GESTAO-CAIXA)
           OPEN INPUT FICHEIRO-CAIXAS
           IF WS-FS-CAIXAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "CAIXAS" TO WS-ACH-FICHEIRO
           PERFORM UNTIL WS-FS-CAIXAS = "10"
               READ FICHEIRO-CAIXAS NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CAIXAS
                   NOT AT END
                       IF CAIXA-ABERTA
                               AND CXA-DATA-ABERTURA < WS-DATA-NEGOCIO
                           MOVE 19 TO WS-ACH-REGRA
                           MOVE CXA-OPERADOR TO WS-ACH-CHAVE
                           MOVE 0 TO WS-ACH-CONTA
                           MOVE SPACES TO WS-ACH-DETALHE
                           STRING "ABERTA EM " CXA-DATA-ABERTURA
                               " NO BALCAO " CXA-BALCAO
                               DELIMITED BY SIZE INTO WS-ACH-DETALHE
                           PERFORM 8000-REGISTAR-ACHADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICHEIRO-CAIXAS.

       5000-MOSTRAR-RESUMO.
           DISPLAY " ".
           DISPLAY "RG S REGRA                                    "
               "ACHADOS".
           DISPLAY "-------------------------------------------------"
               "------".
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-RG-TOTAL
               MOVE WS-RG-CODIGO(WS-RG-IDX) TO WS-LR-CODIGO
               MOVE WS-RG-SEVERIDADE(WS-RG-IDX) TO WS-LR-SEVERIDADE
               MOVE WS-RG-DESCRICAO(WS-RG-IDX) TO WS-LR-DESCRICAO
               MOVE WS-RG-ACHADOS(WS-RG-IDX) TO WS-LR-ACHADOS
               DISPLAY WS-LINHA-REGRA
           END-PERFORM.
           DISPLAY "-------------------------------------------------"
               "------".
           DISPLAY "CONTAS VERIFICADAS     : " WS-TOTAL-CONTAS.
           DISPLAY "ACHADOS CRITICOS  (C)  : " WS-TOTAL-CRITICOS.
           DISPLAY "ALERTAS           (A)  : " WS-TOTAL-ALERTAS.
           DISPLAY "INFORMATIVOS      (I)  : " WS-TOTAL-INFORMATIVOS.
           DISPLAY "DETALHE EM DATA/INTEGRIDADE.DAT.".

       8000-REGISTAR-ACHADO.
           MOVE WS-ACH-REGRA TO WS-RG-IDX
           ADD 1 TO WS-RG-ACHADOS(WS-RG-IDX)
           EVALUATE WS-RG-SEVERIDADE(WS-RG-IDX)
               WHEN "C"
                   ADD 1 TO WS-TOTAL-CRITICOS
               WHEN "A"
                   ADD 1 TO WS-TOTAL-ALERTAS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-INFORMATIVOS
           END-EVALUATE

           MOVE SPACES TO REG-ACHADO
           MOVE WS-DATA-NEGOCIO TO ACH-DATA
           MOVE WS-ACH-REGRA TO ACH-REGRA
           MOVE WS-RG-SEVERIDADE(WS-RG-IDX) TO ACH-SEVERIDADE
           MOVE WS-ACH-FICHEIRO TO ACH-FICHEIRO
           MOVE WS-ACH-CHAVE TO ACH-CHAVE
           MOVE WS-ACH-CONTA TO ACH-CONTA
           MOVE WS-ACH-DETALHE TO ACH-DETALHE
           WRITE REG-ACHADO
           IF WS-FS-ACHADOS NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE ACHADOS!"
           END-IF

           IF WS-RG-SEVERIDADE(WS-RG-IDX) = "C"
               DISPLAY "CRITICO R" ACH-REGRA " " ACH-FICHEIRO " "
                   ACH-CHAVE " CONTA " ACH-CONTA
           END-IF.

       8100-VERIFICAR-CONTA.
           *> conta de um registo dependente: inexistente e critico
           *> se o registo ainda vive (residuo se ja nao); encerrada
           *> so interessa com o registo vivo
           MOVE WS-CONTA-PROCURADA TO WS-ACH-CONTA
           MOVE WS-CONTA-PROCURADA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   MOVE "X" TO WS-SITUACAO-CONTA
               NOT INVALID KEY
                   IF CONTA-ENCERRADA-FILE
                       MOVE "E" TO WS-SITUACAO-CONTA
                   ELSE
                       MOVE "U" TO WS-SITUACAO-CONTA
                   END-IF
           END-READ

           EVALUATE TRUE
               WHEN CONTA-INEXISTENTE AND REGISTO-VIVO
                   MOVE WS-REGRA-SEM-CONTA TO WS-ACH-REGRA
                   PERFORM 8000-REGISTAR-ACHADO
               WHEN CONTA-INEXISTENTE
                   MOVE 20 TO WS-ACH-REGRA
                   PERFORM 8000-REGISTAR-ACHADO
               WHEN CONTA-FECHADA AND REGISTO-VIVO
                   MOVE WS-REGRA-ENCERRADA TO WS-ACH-REGRA
                   PERFORM 8000-REGISTAR-ACHADO
           END-EVALUATE.

           COPY RUNCTL.

           COPY DATANEG.
