      *> Paragrafos partilhados da emissao de cartoes de substituicao
      *> (ver SUBCARTAOWS). O cartao novo nasce por ativar e o
      *> antigo continua a funcionar ate o cliente usar o novo pela
      *> primeira vez com o PIN certo no BANKFLOW, que reforma entao
      *> o antigo; um cartao perdido ou roubado fica bloqueado logo
      *> na emissao do substituto.
       8930-EMITIR-SUBSTITUTO.
           MOVE 'N' TO WS-SC-EMITIDO
           MOVE 0 TO WS-SC-NOVO
           MOVE CT-NUMERO TO WS-SC-ANTIGO
           MOVE CT-CONTA TO WS-SC-CONTA

           MOVE WS-SC-CONTA TO NR-CONTA-FILE
           READ FICHEIRO-CLIENTES
               INVALID KEY
                   DISPLAY "ERRO: CONTA " WS-SC-CONTA
                       " DO CARTAO " WS-SC-ANTIGO " NAO ENCONTRADA!"
                   EXIT PARAGRAPH
           END-READ

           PERFORM 8935-GERAR-NUMERO-CARTAO
           IF WS-SC-NOVO = 0
               DISPLAY "ERRO: SEM NUMEROS LIVRES NO BIN " WS-SC-BIN
                   " PARA SUBSTITUIR O CARTAO " WS-SC-ANTIGO "!"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SC-DATA(1:4) TO WS-SC-VAL-ANO
           ADD WS-SC-ANOS-VALIDADE TO WS-SC-VAL-ANO
           MOVE WS-SC-DATA(5:2) TO WS-SC-VAL-MES

           MOVE WS-SC-NOVO TO CT-NUMERO
           MOVE WS-SC-CONTA TO CT-CONTA
           MOVE WS-SC-VALIDADE TO CT-VALIDADE
           MOVE "P" TO CT-ESTADO
           MOVE WS-SC-PIN-SALT TO CT-PIN-SALT
           MOVE WS-SC-PIN-HASH TO CT-PIN-HASH
           MOVE 0 TO CT-TENTATIVAS-PIN
           MOVE WS-SC-ANTIGO TO CT-CARTAO-ANTERIOR
           MOVE 0 TO CT-CARTAO-SUBSTITUTO
           MOVE WS-SC-MOTIVO TO CT-MOTIVO-EMISSAO
           MOVE WS-SC-DATA TO CT-DATA-EMISSAO
           WRITE REG-CARTAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CARTAO " WS-SC-NOVO "!"
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-SC-ANTIGO TO CT-NUMERO
           READ FICHEIRO-CARTOES
               INVALID KEY
                   DISPLAY "ERRO AO RELER O CARTAO " WS-SC-ANTIGO "!"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-SC-NOVO TO CT-CARTAO-SUBSTITUTO
           IF SC-PERDA-OU-FURTO AND NOT CARTAO-CAPTURADO
               MOVE "B" TO CT-ESTADO
           END-IF
           REWRITE REG-CARTAO
               INVALID KEY
                   DISPLAY "ERRO AO LIGAR O CARTAO " WS-SC-ANTIGO
                       " AO SUBSTITUTO " WS-SC-NOVO "!"
           END-REWRITE

           MOVE SPACES TO REG-PRODUCAO-CARTAO
           MOVE "D" TO PC-TIPO
           MOVE WS-SC-NOVO TO PC-NUMERO
           MOVE WS-SC-VALIDADE TO PC-VALIDADE
           MOVE NOME-FILE TO PC-NOME
           MOVE WS-SC-CONTA TO PC-CONTA
           MOVE BALCAO-FILE TO PC-BALCAO
           MOVE WS-SC-MOTIVO TO PC-MOTIVO
           MOVE WS-SC-ANTIGO TO PC-CARTAO-ANTERIOR
           MOVE WS-SC-DATA TO PC-DATA-EMISSAO
           WRITE REG-PRODUCAO-CARTAO
           IF WS-FS-PRODUCAO NOT = "00"
               DISPLAY "ERRO AO GRAVAR O CARTAO " WS-SC-NOVO
                   " NO FICHEIRO DE PRODUCAO! STATUS: "
                   WS-FS-PRODUCAO
           END-IF

           MOVE 'S' TO WS-SC-EMITIDO

           IF NOT NOTIFICACOES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROXIMO-ID-NOTIF TO NT-ID
           ADD 1 TO WS-PROXIMO-ID-NOTIF
           MOVE WS-SC-CONTA TO NT-CONTA
           MOVE "10" TO NT-EVENTO
           *> os ultimos quatro digitos identificam o cartao novo na
           *> mensagem sem expor o numero
           COMPUTE NT-PARAMETRO = FUNCTION MOD(WS-SC-NOVO, 10000)
           MOVE EMAIL-FILE TO NT-CONTACTO
           MOVE WS-SC-DATA TO NT-DATA
           MOVE "P" TO NT-ESTADO
           MOVE 0 TO NT-DATA-ENVIO
           WRITE REG-NOTIFICACAO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR NOTIFICACAO!"
           END-WRITE.

       8935-GERAR-NUMERO-CARTAO.
           MOVE 0 TO WS-SC-NOVO
           MOVE WS-SC-ANTIGO TO WS-SC-NUMERO
           MOVE WS-SC-BIN TO WS-SC-BIN-PEDIDO
           MOVE WS-SC-ANTIGO TO WS-SC-MAIOR

           COMPUTE CT-NUMERO = WS-SC-BIN-PEDIDO * 10000000000
           START FICHEIRO-CARTOES KEY IS NOT LESS THAN CT-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-FS-CARTOES
           END-START

           PERFORM UNTIL WS-FS-CARTOES = "10"
               READ FICHEIRO-CARTOES NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-CARTOES
                   NOT AT END
                       DIVIDE CT-NUMERO BY 10000000000
                           GIVING WS-SC-BIN-LIDO
                       IF WS-SC-BIN-LIDO NOT = WS-SC-BIN-PEDIDO
                           MOVE "10" TO WS-FS-CARTOES
                       ELSE
                           MOVE CT-NUMERO TO WS-SC-MAIOR
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-CARTOES

           MOVE WS-SC-MAIOR TO WS-SC-NUMERO
           ADD 1 TO WS-SC-CORPO
           IF WS-SC-BIN NOT = WS-SC-BIN-PEDIDO
               EXIT PARAGRAPH
           END-IF

           *> Luhn: da direita para a esquerda no corpo de 15
           *> digitos, o primeiro e um sim um nao sao duplicados
           MOVE 0 TO WS-SC-SOMA
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > 15
               MOVE WS-SC-DIGITO(WS-SC-IDX) TO WS-SC-PARCELA
               IF FUNCTION MOD(WS-SC-IDX, 2) = 1
                   COMPUTE WS-SC-PARCELA = WS-SC-PARCELA * 2
                   IF WS-SC-PARCELA > 9
                       SUBTRACT 9 FROM WS-SC-PARCELA
                   END-IF
               END-IF
               ADD WS-SC-PARCELA TO WS-SC-SOMA
           END-PERFORM
           COMPUTE WS-SC-CONTROLO =
               FUNCTION MOD(10 - FUNCTION MOD(WS-SC-SOMA, 10), 10)
           MOVE WS-SC-NUMERO TO WS-SC-NOVO.
