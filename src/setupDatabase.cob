
           SELECT FICHEIRO-CIF ASSIGN TO "data/clientes_cif.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIF-ID
               FILE STATUS IS WS-FS-CIF.

               RECORD KEY IS WH-CHAVE
               FILE STATUS IS WS-FS-WL-HITS.

           SELECT FICHEIRO-BALCOES ASSIGN TO "data/balcoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CODIGO
               FILE STATUS IS WS-FS-BALCOES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-CLIENTES.
       FD  FICHEIRO-WL-HITS.
           COPY WLHIT.

       FD  FICHEIRO-BALCOES.
           COPY BALCAO.

       WORKING-STORAGE SECTION.
           COPY SIGNONWS.

       77  WS-RESPOSTA               PIC X VALUE 'S'.
       77  WS-OPCAO                  PIC X VALUE 'A'.
       77  WS-NOME-ANTIGO            PIC A(30).
       77  WS-PIN-NOVO               PIC 9(06).
       77  WS-FS-CIF                 PIC XX.
       77  WS-FS-CIF-CONTAS          PIC XX.
       77  WS-KYC-TITULAR            PIC X(01).
           88 KYC-TITULAR-EXPIRADO     VALUE 'E'.

       *> Balcao de domicilio: cada operador so mantem as contas do
       *> seu balcao; o administrador mantem todas e e o unico que
       *> domicilia contas noutro balcao ou as muda de balcao.
       *> Grupos de clientes ligados (concentracao de risco, ver
       *> GRANDES-RISCOS): o grupo e o CIF do lider; um lider com
       *> membros nao sai do grupo sem os membros sairem primeiro.
       77  WS-CIF-CLIENTE            PIC 9(09).
       77  WS-CIF-LIDER              PIC 9(09).
       77  WS-GRUPO-ALVO             PIC 9(09).
       77  WS-MEMBROS-GRUPO          PIC 9(05).
       77  WS-LIGACAO-INPUT          PIC X(01).
           88 LIGACAO-INPUT-VALIDA     VALUE "F" "E" "G".

       77  WS-FS-BALCOES             PIC XX.
       77  WS-BALCOES-ABERTO         PIC X VALUE 'N'.
           88 TABELA-BALCOES-DISPONIVEL VALUE 'S'.
       77  WS-BALCAO-INPUT           PIC 9(04).
       77  WS-BALCAO-OK              PIC X(01).
       77  WS-BALCAO-PERMITIDO       PIC X(01).
           88 CONTA-DO-BALCAO          VALUE 'S'.

       *> Gestor de cliente: tem de ser um operador ativo de
       *> operadores.dat. A transferencia de carteira passa todos
       *> os clientes de um gestor que sai para outro.
       77  WS-GESTOR-INPUT           PIC 9(09).
       77  WS-GESTOR-ANTIGO          PIC 9(09).
       77  WS-GESTOR-NOME            PIC X(30).
       77  WS-GESTOR-OK              PIC X(01).
           88 GESTOR-VALIDO            VALUE 'S'.
       77  WS-TOTAL-TRANSFERIDOS     PIC 9(07).
       77  WS-CONFIRMA-GESTOR        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE "SETUP-DATABASE" TO WS-AUD-PROGRAMA.
                   "(VER GESTAO-WATCHLIST)."
           END-IF.

           OPEN INPUT FICHEIRO-BALCOES.
           IF WS-FS-BALCOES = "00"
               MOVE 'S' TO WS-BALCOES-ABERTO
           ELSE
               DISPLAY "AVISO: SEM TABELA DE BALCOES - CONTAS NOVAS "
                   "FICAM NO BALCAO DO OPERADOR (VER "
                   "TABELA-BALCOES)."
           END-IF.

           PERFORM UNTIL WS-OPCAO = "S"
               DISPLAY " "
               DISPLAY "--- MANUTENCAO DA BASE DE DADOS DE CLIENTES ---"
               DISPLAY "E - EDITAR CLIENTE EXISTENTE"
               DISPLAY "T - REGISTAR TITULAR ADICIONAL"
               DISPLAY "K - ATUALIZAR KYC DE UM CLIENTE"
               DISPLAY "G - LIGAR CLIENTE A UM GRUPO (RISCO)"
               DISPLAY "R - ATRIBUIR GESTOR A UM CLIENTE"
               DISPLAY "M - TRANSFERIR CARTEIRA DE UM GESTOR"
               DISPLAY "F - FECHAR (ELIMINAR) CONTA"
               DISPLAY "S - SAIR"
               DISPLAY "OPCAO: " WITH NO ADVANCING
                       PERFORM 1400-REGISTAR-TITULAR
                   WHEN "K"
                       PERFORM 4000-ATUALIZAR-KYC
                   WHEN "G"
                       PERFORM 4500-LIGAR-GRUPO
                   WHEN "R"
                       PERFORM 4700-ATRIBUIR-GESTOR
                   WHEN "M"
                       PERFORM 4750-TRANSFERIR-CARTEIRA
                   WHEN "F"
                       PERFORM 3000-FECHAR-CONTA
                   WHEN "S"
               CLOSE FICHEIRO-WATCHLIST
               CLOSE FICHEIRO-WL-HITS
           END-IF.
           IF TABELA-BALCOES-DISPONIVEL
               CLOSE FICHEIRO-BALCOES
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           DISPLAY "PROCESSO CONCLUIDO. CLIENTS.DAT ESTA ATUALIZADO.".
           ACCEPT NR-CONTA-FILE

           DISPLAY "PIN (6 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-PIN-NOVO
           MOVE WS-PIN-NOVO TO WS-PH-PIN
           PERFORM 8975-GERAR-HASH-PIN
           MOVE WS-PH-SALT TO PIN-SALT-FILE
           MOVE WS-PH-HASH TO PIN-HASH-FILE

           DISPLAY "NOME (MAX 30): " WITH NO ADVANCING
           ACCEPT NOME-FILE
               MOVE "Q" TO REGRA-ASSINATURA-FILE
           END-IF

           *> a conta fica domiciliada no balcao de quem a abre; so
           *> o administrador a pode abrir noutro balcao
           MOVE WS-OPR-BALCAO-ATUAL TO BALCAO-FILE
           IF OPERADOR-E-ADMIN
               MOVE 'N' TO WS-BALCAO-OK
               PERFORM UNTIL WS-BALCAO-OK = 'S'
                   DISPLAY "BALCAO DE DOMICILIO (0 = "
                       WS-OPR-BALCAO-ATUAL "): " WITH NO ADVANCING
                   ACCEPT WS-BALCAO-INPUT
                   IF WS-BALCAO-INPUT = 0
                       MOVE WS-OPR-BALCAO-ATUAL TO WS-BALCAO-INPUT
                   END-IF
                   PERFORM 1060-VALIDAR-BALCAO
               END-PERFORM
               MOVE WS-BALCAO-INPUT TO BALCAO-FILE
           ELSE
               DISPLAY "BALCAO DE DOMICILIO: " BALCAO-FILE
           END-IF

           *> abrir uma conta exige sempre um registo de cidadao
           *> ligado (ver CRIAREGISTO, que exige o inverso - a
           *> conta tem de existir primeiro); os dados do cidadao
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1050-VERIFICAR-BALCAO-CONTA
           IF NOT CONTA-DO-BALCAO
               EXIT PARAGRAPH
           END-IF
           PERFORM 1410-PEDIR-TITULAR.

       1410-PEDIR-TITULAR.
                   END-WRITE
           END-WRITE.

       1050-VERIFICAR-BALCAO-CONTA.
           *> a conta lida em REG-CLIENTE tem de ser do balcao do
           *> operador, salvo para o administrador
           MOVE 'S' TO WS-BALCAO-PERMITIDO
           IF OPERADOR-E-ADMIN
               EXIT PARAGRAPH
           END-IF
           IF BALCAO-FILE NOT = WS-OPR-BALCAO-ATUAL
               MOVE 'N' TO WS-BALCAO-PERMITIDO
               DISPLAY "ERRO: A CONTA " NR-CONTA-FILE
                   " ESTA DOMICILIADA NO BALCAO " BALCAO-FILE
                   " - SO ESSE BALCAO A PODE MANTER."
           END-IF.

       1060-VALIDAR-BALCAO.
           *> so balcoes ativos recebem contas; sem tabela de
           *> balcoes so o do proprio operador e aceite
           MOVE 'S' TO WS-BALCAO-OK
           IF NOT TABELA-BALCOES-DISPONIVEL
               IF WS-BALCAO-INPUT NOT = WS-OPR-BALCAO-ATUAL
                   DISPLAY "ERRO: SEM TABELA DE BALCOES SO O BALCAO "
                       WS-OPR-BALCAO-ATUAL " E VALIDO!"
                   MOVE 'N' TO WS-BALCAO-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BALCAO-INPUT TO BAL-CODIGO
           READ FICHEIRO-BALCOES
               INVALID KEY
                   DISPLAY "ERRO: BALCAO NAO EXISTE!"
                   MOVE 'N' TO WS-BALCAO-OK
               NOT INVALID KEY
                   IF NOT BALCAO-ATIVO
                       DISPLAY "ERRO: BALCAO ENCERRADO!"
                       MOVE 'N' TO WS-BALCAO-OK
                   END-IF
           END-READ.

       1310-CRIAR-CIF.
           *> convencao de MIGRAR-KYC: o numero da primeira conta da
           *> pessoa passa a ser o numero de cliente
           MOVE MES TO CIF-MES
           MOVE ANO TO CIF-ANO
           MOVE ESTADO-CIVIL TO CIF-ESTADO-CIVIL
           MOVE 0 TO CIF-GRUPO
           MOVE SPACE TO CIF-LIGACAO-GRUPO
           MOVE 0 TO CIF-GESTOR
           MOVE SPACE TO CIF-SEGMENTO
           MOVE SPACE TO CIF-SEGMENTO-ANTERIOR
           MOVE 0 TO CIF-DATA-SEGMENTO
           PERFORM 1320-PEDIR-DADOS-KYC
           WRITE REG-CIF
               INVALID KEY
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       4500-LIGAR-GRUPO.
           *> o grupo pesa no limite de concentracao do credito:
           *> ato de supervisor
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE LIGAR CLIENTES "
                   "A GRUPOS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- LIGAR CLIENTE A UM GRUPO (RISCO) ---".
           DISPLAY "CIF DO CLIENTE: " WITH NO ADVANCING
           ACCEPT WS-CIF-CLIENTE
           PERFORM 4560-RELER-CLIENTE
           IF WS-FS-CIF NOT = "00"
               DISPLAY "ERRO: CLIENTE NAO EXISTE NO MESTRE!"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CLIENTE: " CIF-NOME
           IF CIF-GRUPO = 0
               DISPLAY "GRUPO ATUAL: NENHUM"
           ELSE
               DISPLAY "GRUPO ATUAL: " CIF-GRUPO
                   " (LIGACAO " CIF-LIGACAO-GRUPO ")"
           END-IF
           DISPLAY "CIF DO LIDER DO GRUPO (0 = RETIRAR DO GRUPO): "
               WITH NO ADVANCING
           ACCEPT WS-CIF-LIDER

           *> o lider nao muda de grupo enquanto tiver membros: eles
           *> ficariam a apontar para um grupo sem lider
           IF CIF-GRUPO = CIF-ID AND WS-CIF-LIDER NOT = CIF-ID
               MOVE CIF-ID TO WS-GRUPO-ALVO
               PERFORM 4550-CONTAR-MEMBROS
               IF WS-MEMBROS-GRUPO > 0
                   DISPLAY "ERRO: O CLIENTE LIDERA UM GRUPO COM "
                       WS-MEMBROS-GRUPO " MEMBRO(S) - RETIRE-OS "
                       "PRIMEIRO."
                   EXIT PARAGRAPH
               END-IF
               PERFORM 4560-RELER-CLIENTE
           END-IF

           IF WS-CIF-LIDER = 0
               IF CIF-GRUPO = 0
                   DISPLAY "O CLIENTE JA NAO PERTENCE A NENHUM GRUPO."
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO CIF-GRUPO
               MOVE SPACE TO CIF-LIGACAO-GRUPO
               PERFORM 4580-GRAVAR-GRUPO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-LIGACAO-INPUT
           PERFORM UNTIL LIGACAO-INPUT-VALIDA
               DISPLAY "LIGACAO (F-FAMILIAR / E-EMPRESARIAL / "
                   "G-FIANCA): " WITH NO ADVANCING
               ACCEPT WS-LIGACAO-INPUT
               MOVE FUNCTION UPPER-CASE(WS-LIGACAO-INPUT)
                   TO WS-LIGACAO-INPUT
               IF NOT LIGACAO-INPUT-VALIDA
                   DISPLAY "ERRO: USE F, E OU G."
               END-IF
           END-PERFORM

           *> o lider tem de existir e nao pode ser membro de outro
           *> grupo; se ainda nao tem grupo passa a encabecar um
           IF WS-CIF-LIDER NOT = WS-CIF-CLIENTE
               MOVE WS-CIF-LIDER TO CIF-ID
               READ FICHEIRO-CIF
                   INVALID KEY
                       DISPLAY "ERRO: O LIDER " WS-CIF-LIDER
                           " NAO EXISTE NO MESTRE!"
               END-READ
               IF WS-FS-CIF NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               IF CIF-GRUPO NOT = 0 AND CIF-GRUPO NOT = CIF-ID
                   DISPLAY "ERRO: O CLIENTE " CIF-ID " PERTENCE AO "
                       "GRUPO " CIF-GRUPO " - INDIQUE O LIDER DESSE "
                       "GRUPO."
                   EXIT PARAGRAPH
               END-IF
               IF CIF-GRUPO = 0
                   MOVE CIF-ID TO CIF-GRUPO
                   MOVE WS-LIGACAO-INPUT TO CIF-LIGACAO-GRUPO
                   PERFORM 4580-GRAVAR-GRUPO
                   IF WS-FS-CIF NOT = "00"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM 4560-RELER-CLIENTE
           END-IF

           MOVE WS-CIF-LIDER TO CIF-GRUPO
           MOVE WS-LIGACAO-INPUT TO CIF-LIGACAO-GRUPO
           PERFORM 4580-GRAVAR-GRUPO.

       4550-CONTAR-MEMBROS.
           *> membros do grupo WS-GRUPO-ALVO alem do proprio lider;
           *> o mestre nao tem chave pelo grupo - varrimento
           MOVE 0 TO WS-MEMBROS-GRUPO
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
                       IF CIF-GRUPO = WS-GRUPO-ALVO
                               AND CIF-ID NOT = WS-GRUPO-ALVO
                           ADD 1 TO WS-MEMBROS-GRUPO
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF.

       4560-RELER-CLIENTE.
           MOVE WS-CIF-CLIENTE TO CIF-ID
           READ FICHEIRO-CIF
               INVALID KEY
                   CONTINUE
           END-READ.

       4580-GRAVAR-GRUPO.
           REWRITE REG-CIF
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O GRUPO DO CLIENTE "
                       CIF-ID "!"
               NOT INVALID KEY
                   IF CIF-GRUPO = 0
                       DISPLAY "CLIENTE " CIF-ID " RETIRADO DO GRUPO."
                   ELSE
                       DISPLAY "CLIENTE " CIF-ID " LIGADO AO GRUPO "
                           CIF-GRUPO "."
                   END-IF
                   MOVE "LIGAR-GRUPO" TO WS-AUD-ACAO
                   MOVE CIF-ID TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       4700-ATRIBUIR-GESTOR.
           *> a carteira dos gestores e decidida pela chefia
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE ATRIBUIR "
                   "GESTORES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- ATRIBUIR GESTOR A UM CLIENTE ---".
           DISPLAY "CIF DO CLIENTE: " WITH NO ADVANCING
           ACCEPT CIF-ID
           READ FICHEIRO-CIF
               INVALID KEY
                   DISPLAY "ERRO: CLIENTE NAO EXISTE NO MESTRE!"
           END-READ
           IF WS-FS-CIF NOT = "00"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CLIENTE: " CIF-NOME
           IF CIF-GESTOR = 0
               DISPLAY "GESTOR ATUAL: NENHUM"
           ELSE
               DISPLAY "GESTOR ATUAL: " CIF-GESTOR
           END-IF
           DISPLAY "ID DO NOVO GESTOR (0 = SEM GESTOR): "
               WITH NO ADVANCING
           ACCEPT WS-GESTOR-INPUT

           IF WS-GESTOR-INPUT NOT = 0
               PERFORM 4710-VALIDAR-GESTOR
               IF NOT GESTOR-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-GESTOR-INPUT TO CIF-GESTOR
           REWRITE REG-CIF
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O GESTOR DO CLIENTE!"
               NOT INVALID KEY
                   IF CIF-GESTOR = 0
                       DISPLAY "CLIENTE " CIF-ID " FICOU SEM GESTOR."
                   ELSE
                       DISPLAY "CLIENTE " CIF-ID " ATRIBUIDO A "
                           WS-GESTOR-NOME "."
                   END-IF
                   MOVE "ATRIBUIR-GESTOR" TO WS-AUD-ACAO
                   MOVE CIF-ID TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       4710-VALIDAR-GESTOR.
           *> o gestor tem de existir e estar ativo; o registo lido
           *> nao mexe no operador com sessao (ja copiado para WS)
           MOVE 'N' TO WS-GESTOR-OK
           MOVE WS-GESTOR-INPUT TO OPR-ID
           READ FICHEIRO-OPERADORES
               INVALID KEY
                   DISPLAY "ERRO: OPERADOR " WS-GESTOR-INPUT
                       " NAO EXISTE!"
               NOT INVALID KEY
                   IF OPERADOR-ATIVO
                       MOVE 'S' TO WS-GESTOR-OK
                       MOVE OPR-NOME TO WS-GESTOR-NOME
                   ELSE
                       DISPLAY "ERRO: OPERADOR " WS-GESTOR-INPUT
                           " ESTA SUSPENSO!"
                   END-IF
           END-READ.

       4750-TRANSFERIR-CARTEIRA.
           IF NOT OPERADOR-SUPERV-OU-ADM
               DISPLAY "ERRO: SO UM SUPERVISOR PODE TRANSFERIR "
                   "CARTEIRAS."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "--- TRANSFERIR CARTEIRA DE UM GESTOR ---".
           DISPLAY "ID DO GESTOR QUE SAI: " WITH NO ADVANCING
           ACCEPT WS-GESTOR-ANTIGO
           IF WS-GESTOR-ANTIGO = 0
               DISPLAY "ERRO: INDIQUE O GESTOR DE ORIGEM!"
               EXIT PARAGRAPH
           END-IF
           *> o gestor que sai pode ja estar suspenso: nao se valida
           DISPLAY "ID DO GESTOR QUE RECEBE (0 = SEM GESTOR): "
               WITH NO ADVANCING
           ACCEPT WS-GESTOR-INPUT
           IF WS-GESTOR-INPUT = WS-GESTOR-ANTIGO
               DISPLAY "ERRO: O GESTOR DE DESTINO E O MESMO!"
               EXIT PARAGRAPH
           END-IF
           IF WS-GESTOR-INPUT NOT = 0
               PERFORM 4710-VALIDAR-GESTOR
               IF NOT GESTOR-VALIDO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "CONFIRMA A TRANSFERENCIA DE TODOS OS CLIENTES "
               "DO GESTOR " WS-GESTOR-ANTIGO "? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRMA-GESTOR
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA-GESTOR)
               TO WS-CONFIRMA-GESTOR
           IF WS-CONFIRMA-GESTOR NOT = "S"
               DISPLAY "TRANSFERENCIA CANCELADA."
               EXIT PARAGRAPH
           END-IF

           *> o mestre nao tem chave pelo gestor - varrimento, com
           *> uma linha de auditoria por cliente transferido
           MOVE 0 TO WS-TOTAL-TRANSFERIDOS
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
                       IF CIF-GESTOR = WS-GESTOR-ANTIGO
                           MOVE WS-GESTOR-INPUT TO CIF-GESTOR
                           REWRITE REG-CIF
                               INVALID KEY
                                   DISPLAY "ERRO AO ATUALIZAR O "
                                       "CLIENTE " CIF-ID "!"
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-TRANSFERIDOS
                                   MOVE "TRANSFERIR-CARTEIRA"
                                       TO WS-AUD-ACAO
                                   MOVE CIF-ID TO WS-AUD-CONTA
                                   PERFORM 9600-GRAVAR-AUDITORIA
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CIF

           DISPLAY WS-TOTAL-TRANSFERIDOS " CLIENTE(S) TRANSFERIDO(S) "
               "DO GESTOR " WS-GESTOR-ANTIGO " PARA " WS-GESTOR-INPUT
               ".".

       2000-EDITAR-CLIENTE.
           DISPLAY " ".
           DISPLAY "--- EDITAR CLIENTE EXISTENTE ---".
               INVALID KEY
                   DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
               NOT INVALID KEY
                   PERFORM 1050-VERIFICAR-BALCAO-CONTA
                   IF CONTA-DO-BALCAO
                       PERFORM 2100-PEDIR-NOVOS-DADOS
                   END-IF
           END-READ.

       2100-PEDIR-NOVOS-DADOS.
           MOVE NOME-FILE TO WS-NOME-ANTIGO

           DISPLAY "NOME ATUAL : " NOME-FILE.
           DISPLAY "NOVO NOME (BRANCO = MANTER): " WITH NO ADVANCING
               MOVE WS-NOME-ANTIGO TO NOME-FILE
           END-IF

           *> o PIN atual nao se mostra: so existe o hash
           DISPLAY "NOVO PIN (0 = MANTER): " WITH NO ADVANCING
           ACCEPT WS-PIN-NOVO

           IF WS-PIN-NOVO NOT = 0
               MOVE WS-PIN-NOVO TO WS-PH-PIN
               PERFORM 8975-GERAR-HASH-PIN
               MOVE WS-PH-SALT TO PIN-SALT-FILE
               MOVE WS-PH-HASH TO PIN-HASH-FILE
           END-IF

           *> mudar o domicilio da conta e ato de administrador; os
           *> movimentos ja lancados ficam no balcao antigo
           IF OPERADOR-E-ADMIN
               DISPLAY "BALCAO ATUAL: " BALCAO-FILE
               MOVE 'N' TO WS-BALCAO-OK
               PERFORM UNTIL WS-BALCAO-OK = 'S'
                   DISPLAY "NOVO BALCAO (0 = MANTER): "
                       WITH NO ADVANCING
                   ACCEPT WS-BALCAO-INPUT
                   IF WS-BALCAO-INPUT = 0
                       MOVE BALCAO-FILE TO WS-BALCAO-INPUT
                       MOVE 'S' TO WS-BALCAO-OK
                   ELSE
                       PERFORM 1060-VALIDAR-BALCAO
                   END-IF
               END-PERFORM
               MOVE WS-BALCAO-INPUT TO BALCAO-FILE
           END-IF

           REWRITE REG-CLIENTE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA NAO ENCONTRADA!"
           END-READ
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM 1050-VERIFICAR-BALCAO-CONTA
           IF NOT CONTA-DO-BALCAO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CLIENTE: " NOME-FILE
           DISPLAY "CONFIRMA O FECHO DA CONTA? (S/N): "
               WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "s"
               DELETE FICHEIRO-CLIENTES
                   INVALID KEY
                       DISPLAY "ERRO AO FECHAR CONTA!"
                   NOT INVALID KEY
                       DISPLAY "CONTA FECHADA COM SUCESSO."
                       MOVE "FECHAR-CONTA" TO WS-AUD-ACAO
                       MOVE NR-CONTA-FILE TO WS-AUD-CONTA
                       PERFORM 9600-GRAVAR-AUDITORIA
               END-DELETE
           ELSE
               DISPLAY "OPERACAO CANCELADA."
           END-IF.

       8000-RASTREAR-CIDADAO.
           MOVE SPACE TO WS-RASTREIO
