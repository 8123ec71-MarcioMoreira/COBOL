               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT FICHEIRO-FUNDOS-PENDENTES
               ASSIGN TO "data/fundos_pendentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-ID
               FILE STATUS IS WS-FS-FUNDOS.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-COMPENSACAO-ENTRADA.
       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       FD  FICHEIRO-FUNDOS-PENDENTES.
           COPY FUNDOPEND.

       WORKING-STORAGE SECTION.
           COPY DATANEGWS.
           COPY FICHENTWS.
           COPY PINHASHWS.

       77  WS-FS-COMPENSACAO       PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-TOTAL-CREDITADAS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-REJEITADAS     PIC 9(05) VALUE 0.
       *> data-valor das duas pernas: a de liquidacao na camara
       *> (CE-DATA); uma data invalida ou futura fica no dia
       77  WS-DATA-VALOR           PIC 9(08).

       *> Creditos rejeitados ficam estacionados em
       *> data/fundos_pendentes.dat com o motivo (ver FUNDOPEND),
       *> para reparacao ou devolucao ao banco de origem.
       77  WS-FS-FUNDOS            PIC XX.
       77  WS-PROXIMO-FUNDO        PIC 9(09) VALUE 1.
       77  WS-MOTIVO-REJEICAO      PIC X(02).
       77  WS-TOTAL-ESTACIONADOS   PIC 9(05) VALUE 0.

       *> Totais por ficheiro, na moeda da conta transitoria, para a
       *> reconciliacao do FECHO-DIA contra a propria conta.
           END-IF.
           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.

           *> sem o ficheiro de fundos por aplicar um credito rejeitado
           *> voltava a ficar sem rasto: o lote aborta antes de lancar
           OPEN I-O FICHEIRO-FUNDOS-PENDENTES.
           IF WS-FS-FUNDOS = "35"
               OPEN OUTPUT FICHEIRO-FUNDOS-PENDENTES
               CLOSE FICHEIRO-FUNDOS-PENDENTES
               OPEN I-O FICHEIRO-FUNDOS-PENDENTES
           END-IF.
           IF WS-FS-FUNDOS NOT = "00"
               CLOSE FICHEIRO-COMPENSACAO-ENTRADA
               CLOSE FICHEIRO-CLIENTES
               CLOSE FICHEIRO-LOG
               CLOSE FICHEIRO-MOVIMENTOS
               DISPLAY "ERRO AO ABRIR FICHEIRO DE FUNDOS POR APLICAR: "
                   WS-FS-FUNDOS
               STOP RUN
           END-IF.
           PERFORM 1200-INICIALIZAR-ID-FUNDO.

           *> A tabela de cambios e opcional: sem ela o lote continua
           *> a correr, mas rejeita creditos em moeda diferente da
           *> conta de destino.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-FUNDOS-PENDENTES.
           IF CAMBIO-DISPONIVEL
               CLOSE FICHEIRO-CAMBIO
           END-IF.
           DISPLAY " ".
           DISPLAY "CREDITOS LIQUIDADOS : " WS-TOTAL-CREDITADAS.
           DISPLAY "CREDITOS REJEITADOS : " WS-TOTAL-REJEITADAS.
           DISPLAY "  POR APLICAR       : " WS-TOTAL-ESTACIONADOS
               " (VER GESTAO-FUNDOS-PENDENTES)".
           DISPLAY "TOTAL DEBITADO NA CONTA TRANSITORIA: "
               WS-TOTAL-FORMATADO " " WS-MOEDA-SUSPENSA.
           DISPLAY "-------------------------------------".
               END-READ
           END-PERFORM.

       1200-INICIALIZAR-ID-FUNDO.
           *> o ficheiro de fundos por aplicar persiste entre
           *> execucoes: o proximo numero parte do maior FP-ID
           MOVE 1 TO WS-PROXIMO-FUNDO
           MOVE LOW-VALUES TO FP-ID
           START FICHEIRO-FUNDOS-PENDENTES KEY IS GREATER THAN FP-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-FUNDOS
           END-START

           PERFORM UNTIL WS-FS-FUNDOS = "10"
               READ FICHEIRO-FUNDOS-PENDENTES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-FUNDOS
                   NOT AT END
                       COMPUTE WS-PROXIMO-FUNDO = FP-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-FUNDOS.

       2000-PROCESSAR-CREDITO.
           MOVE CE-CONTA-DESTINO TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
                   ADD 1 TO WS-TOTAL-REJEITADAS
                   DISPLAY "ERRO: CONTA " CE-CONTA-DESTINO
                       " NAO ENCONTRADA - CREDITO REJEITADO!"
                   MOVE "01" TO WS-MOTIVO-REJEICAO
                   PERFORM 2900-ESTACIONAR-CREDITO
               NOT INVALID KEY
                   IF NOT CONTA-PERMITE-CREDITO
                       ADD 1 TO WS-TOTAL-REJEITADAS
                       DISPLAY "ERRO: CONTA " CE-CONTA-DESTINO
                           " COM ESTADO '" ESTADO-CONTA-FILE
                           "' - CREDITO REJEITADO!"
                       MOVE "02" TO WS-MOTIVO-REJEICAO
                       PERFORM 2900-ESTACIONAR-CREDITO
                   ELSE
                       PERFORM 2100-CONVERTER-E-CREDITAR
                   END-IF
               ADD 1 TO WS-TOTAL-REJEITADAS
               DISPLAY "CREDITO PARA " CE-CONTA-DESTINO
                   " REJEITADO - SEM CONVERSAO DE " CE-MOEDA "!"
               MOVE "03" TO WS-MOTIVO-REJEICAO
               PERFORM 2900-ESTACIONAR-CREDITO
           ELSE
               MOVE WS-VALOR-CREDITO TO WS-VALOR-CLIENTE
               *> valor a debitar na conta transitoria, na moeda dela
                   DISPLAY "CREDITO PARA " CE-CONTA-DESTINO
                       " REJEITADO - SEM CONVERSAO PARA A CONTA "
                       "TRANSITORIA!"
                   MOVE "04" TO WS-MOTIVO-REJEICAO
                   PERFORM 2900-ESTACIONAR-CREDITO
               END-IF
           END-IF.

       2900-ESTACIONAR-CREDITO.
           *> o credito rejeitado fica registado tal como veio, com o
           *> motivo, ate ser reparado ou devolvido ao banco de origem
           MOVE WS-PROXIMO-FUNDO TO FP-ID
           ADD 1 TO WS-PROXIMO-FUNDO
           MOVE CE-CONTA-ORIGEM TO FP-CONTA-ORIGEM
           MOVE CE-CONTA-DESTINO TO FP-CONTA-DESTINO
           MOVE CE-VALOR TO FP-VALOR
           MOVE CE-MOEDA TO FP-MOEDA
           MOVE CE-DATA TO FP-DATA-COMPENSACAO
           MOVE WS-DATA-HOJE TO FP-DATA-ENTRADA
           MOVE WS-MOTIVO-REJEICAO TO FP-MOTIVO
           MOVE "P" TO FP-ESTADO
           MOVE 0 TO FP-CONTA-APLICADA
           MOVE 0 TO FP-DATA-RESOLUCAO
           MOVE 0 TO FP-OPERADOR

           WRITE REG-FUNDO-PENDENTE
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR FUNDO POR APLICAR "
                       FP-ID "!"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ESTACIONADOS
                   DISPLAY "  -> ESTACIONADO COMO FUNDO POR APLICAR "
                       FP-ID " (MOTIVO " FP-MOTIVO ")."
           END-WRITE.

       3000-CREDITAR-CLIENTE.
           IF CE-DATA > WS-DATA-HOJE
              OR FUNCTION TEST-DATE-YYYYMMDD(CE-DATA) NOT = 0
               MOVE WS-DATA-HOJE TO WS-DATA-VALOR
           ELSE
               MOVE CE-DATA TO WS-DATA-VALOR
           END-IF
           ADD WS-VALOR-CREDITO TO SALDO-FILE

           REWRITE REG-CLIENTE
                   ADD 1 TO WS-TOTAL-REJEITADAS
                   DISPLAY "ERRO AO CREDITAR CONTA "
                       CE-CONTA-DESTINO "!"
                   MOVE "05" TO WS-MOTIVO-REJEICAO
                   PERFORM 2900-ESTACIONAR-CREDITO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CREDITADAS
                   MOVE SALDO-FILE TO WS-VALOR-FORMATADO
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-LOG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-DATA-VALOR TO MOV-DATA-VALOR

           WRITE REG-MOVIMENTO
               INVALID KEY

           COPY FICHENTP.

           COPY PINHASH.

           COPY DATANEG.
