      *> Paragrafos partilhados da cobranca de comissoes por evento
      *> (ver TARIFARIOWS). A comissao em vigor vem do tarifario
      *> pelo escalao da conta, com recurso ao escalao '**'; uma
      *> isencao da conta ou do escalao, para o evento ou para '**',
      *> dispensa a cobranca. A comissao e o imposto (selo ou IVA)
      *> sao debitados como movimentos 'F' e '4' quando o saldo
      *> disponivel da conta os cobre; caso contrario ficam em
      *> comissoes por cobrar, para COBRANCA-COMISSOES.
       8900-COBRAR-COMISSAO.
           MOVE "N" TO WS-CM-RESULTADO
           IF NOT TARIFARIO-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           PERFORM 8905-OBTER-COMISSAO
           IF NOT COMISSAO-ENCONTRADA OR WS-CM-VALOR = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM 8910-VERIFICAR-ISENCAO
           IF COMISSAO-ISENTA
               MOVE "I" TO WS-CM-RESULTADO
               DISPLAY "COMISSAO '" WS-CM-EVENTO "' ISENTA PARA "
                   "ESTA CONTA."
               EXIT PARAGRAPH
           END-IF

           IF WS-CM-TIPO-IMPOSTO = "N"
               MOVE 0 TO WS-CM-IMPOSTO
           ELSE
               COMPUTE WS-CM-IMPOSTO ROUNDED =
                   WS-CM-VALOR * WS-CM-TAXA-IMPOSTO
           END-IF
           COMPUTE WS-CM-TOTAL = WS-CM-VALOR + WS-CM-IMPOSTO

           *> a comissao nao entra no descoberto autorizado nem no
           *> valor cativo: o que o saldo livre nao cobre fica por
           *> cobrar ate a conta ter fundos
           COMPUTE WS-CM-DISPONIVEL = SALDO-FILE - SALDO-CATIVO-FILE
           IF (CONTA-ATIVA-FILE OR CONTA-BLOQUEADA-FILE)
                   AND WS-CM-DISPONIVEL >= WS-CM-TOTAL
               PERFORM 8915-DEBITAR-COMISSAO
           ELSE
               PERFORM 8920-REGISTAR-PENDENTE
           END-IF.

       8905-OBTER-COMISSAO.
           MOVE 'N' TO WS-CM-ACHADA
           MOVE ESCALAO-FILE TO WS-CM-ESCALAO
           PERFORM 8906-PROCURAR-TARIFA
           IF NOT COMISSAO-ENCONTRADA
               MOVE "**" TO WS-CM-ESCALAO
               PERFORM 8906-PROCURAR-TARIFA
           END-IF.

       8906-PROCURAR-TARIFA.
           MOVE WS-CM-EVENTO TO TF-EVENTO
           MOVE WS-CM-ESCALAO TO TF-ESCALAO
           MOVE 0 TO TF-DATA-EFETIVA
           START FICHEIRO-TARIFARIO KEY IS NOT LESS THAN TF-CHAVE
               INVALID KEY
                   MOVE "10" TO WS-FS-TARIFARIO
           END-START

           PERFORM UNTIL WS-FS-TARIFARIO = "10"
               READ FICHEIRO-TARIFARIO NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-TARIFARIO
                   NOT AT END
                       PERFORM 8907-AVALIAR-TARIFA
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-TARIFARIO.

       8907-AVALIAR-TARIFA.
           IF TF-EVENTO NOT = WS-CM-EVENTO
                   OR TF-ESCALAO NOT = WS-CM-ESCALAO
                   OR TF-DATA-EFETIVA > WS-DATA-NEGOCIO
               MOVE "10" TO WS-FS-TARIFARIO
               EXIT PARAGRAPH
           END-IF
           *> cada leitura traz uma data efetiva mais recente: fica
           *> a ultima que ja esta em vigor
           MOVE 'S' TO WS-CM-ACHADA
           MOVE TF-DESCRICAO TO WS-CM-DESCRICAO
           MOVE TF-VALOR TO WS-CM-VALOR
           MOVE TF-TIPO-IMPOSTO TO WS-CM-TIPO-IMPOSTO
           MOVE TF-TAXA-IMPOSTO TO WS-CM-TAXA-IMPOSTO.

       8910-VERIFICAR-ISENCAO.
           MOVE 'N' TO WS-CM-ISENTA
           IF NOT ISENCOES-DISPONIVEL
               EXIT PARAGRAPH
           END-IF

           MOVE NR-CONTA-FILE TO IS-CONTA
           MOVE SPACES TO IS-ESCALAO
           MOVE WS-CM-EVENTO TO IS-EVENTO
           PERFORM 8911-LER-ISENCAO
           IF NOT COMISSAO-ISENTA
               MOVE NR-CONTA-FILE TO IS-CONTA
               MOVE SPACES TO IS-ESCALAO
               MOVE "**" TO IS-EVENTO
               PERFORM 8911-LER-ISENCAO
           END-IF
           IF NOT COMISSAO-ISENTA
               MOVE 0 TO IS-CONTA
               MOVE ESCALAO-FILE TO IS-ESCALAO
               MOVE WS-CM-EVENTO TO IS-EVENTO
               PERFORM 8911-LER-ISENCAO
           END-IF
           IF NOT COMISSAO-ISENTA
               MOVE 0 TO IS-CONTA
               MOVE ESCALAO-FILE TO IS-ESCALAO
               MOVE "**" TO IS-EVENTO
               PERFORM 8911-LER-ISENCAO
           END-IF.

       8911-LER-ISENCAO.
           READ FICHEIRO-ISENCOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IS-DATA-FIM >= WS-DATA-NEGOCIO
                       MOVE 'S' TO WS-CM-ISENTA
                   END-IF
           END-READ.

       8915-DEBITAR-COMISSAO.
           SUBTRACT WS-CM-TOTAL FROM SALDO-FILE
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO DEBITAR A COMISSAO NA CONTA "
                       NR-CONTA-FILE
               NOT INVALID KEY
                   MOVE "C" TO WS-CM-RESULTADO
                   MOVE WS-CM-VALOR TO WS-CM-FORMATADO
                   DISPLAY "COMISSAO '" WS-CM-EVENTO "' DEBITADA: "
                       WS-CM-FORMATADO " " MOEDA-FILE

                   COMPUTE WS-CM-SALDO-APOS =
                       SALDO-FILE + WS-CM-IMPOSTO
                   MOVE "F" TO WS-CM-LOG-TIPO-OP
                   MOVE WS-CM-VALOR TO WS-CM-LOG-VALOR
                   PERFORM 8916-GRAVAR-LANCAMENTO

                   IF WS-CM-IMPOSTO > 0
                       MOVE WS-CM-IMPOSTO TO WS-CM-FORMATADO
                       DISPLAY "IMPOSTO SOBRE A COMISSAO: "
                           WS-CM-FORMATADO " " MOEDA-FILE
                       MOVE SALDO-FILE TO WS-CM-SALDO-APOS
                       MOVE "4" TO WS-CM-LOG-TIPO-OP
                       MOVE WS-CM-IMPOSTO TO WS-CM-LOG-VALOR
                       PERFORM 8916-GRAVAR-LANCAMENTO
                   END-IF
           END-REWRITE.

       8916-GRAVAR-LANCAMENTO.
           MOVE WS-PROXIMO-ID-MOV TO MOV-ID
           ADD 1 TO WS-PROXIMO-ID-MOV
           MOVE NR-CONTA-FILE TO MOV-CONTA
           MOVE WS-CM-LOG-TIPO-OP TO MOV-TIPO-OP
           MOVE 0 TO MOV-REF-ESTORNO
           MOVE WS-CM-LOG-VALOR TO MOV-VALOR
           MOVE WS-CM-SALDO-APOS TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-NEGOCIO TO MOV-DATA
           MOVE WS-DATA-NEGOCIO TO MOV-DATA-VALOR
           WRITE REG-MOVIMENTO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO DA COMISSAO!"
           END-WRITE

           MOVE WS-PROXIMO-ID-LOG TO WS-CM-LOG-ID
           ADD 1 TO WS-PROXIMO-ID-LOG
           MOVE WS-DATA-NEGOCIO TO WS-CM-LOG-DATA
           MOVE NR-CONTA-FILE TO WS-CM-LOG-CONTA
           WRITE REG-LOG-DADOS FROM WS-CM-REGISTO-LOG
           IF WS-FS-LOG NOT = "00"
               DISPLAY "ERRO AO GRAVAR NO FICHEIRO DE LOG!"
           END-IF.

       8920-REGISTAR-PENDENTE.
           MOVE WS-CM-PROXIMO-ID-PEND TO CP-ID
           MOVE NR-CONTA-FILE TO CP-CONTA
           MOVE WS-CM-EVENTO TO CP-EVENTO
           MOVE WS-DATA-NEGOCIO TO CP-DATA
           MOVE WS-CM-VALOR TO CP-VALOR
           MOVE WS-CM-TIPO-IMPOSTO TO CP-TIPO-IMPOSTO
           MOVE WS-CM-IMPOSTO TO CP-IMPOSTO
           MOVE "P" TO CP-ESTADO
           MOVE 0 TO CP-DATA-COBRANCA
           WRITE REG-COMISSAO-PEND
               INVALID KEY
                   DISPLAY "ERRO AO REGISTAR A COMISSAO POR COBRAR!"
               NOT INVALID KEY
                   ADD 1 TO WS-CM-PROXIMO-ID-PEND
                   MOVE "P" TO WS-CM-RESULTADO
                   MOVE WS-CM-TOTAL TO WS-CM-FORMATADO
                   DISPLAY "SALDO DISPONIVEL INSUFICIENTE: COMISSAO '"
                       WS-CM-EVENTO "' DE " WS-CM-FORMATADO
                       " (COM IMPOSTO) FICA POR COBRAR."
           END-WRITE.

       8925-ABRIR-TARIFARIO.
           *> sem tarifario nao ha comissoes por evento; sem
           *> isencoes cobra-se a todos; o ficheiro de comissoes por
           *> cobrar cria-se na primeira utilizacao
           OPEN INPUT FICHEIRO-TARIFARIO
           IF WS-FS-TARIFARIO NOT = "00"
               DISPLAY "AVISO: SEM TARIFARIO DE COMISSOES ("
                   WS-FS-TARIFARIO ") - COMISSOES POR EVENTO NAO "
                   "COBRADAS."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O FICHEIRO-COMISSOES-PEND
           IF WS-FS-COMISSOES-PEND = "35"
               OPEN OUTPUT FICHEIRO-COMISSOES-PEND
               CLOSE FICHEIRO-COMISSOES-PEND
               OPEN I-O FICHEIRO-COMISSOES-PEND
           END-IF
           IF WS-FS-COMISSOES-PEND NOT = "00"
               CLOSE FICHEIRO-TARIFARIO
               DISPLAY "AVISO: SEM FICHEIRO DE COMISSOES POR COBRAR ("
                   WS-FS-COMISSOES-PEND ") - COMISSOES POR EVENTO "
                   "NAO COBRADAS."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-TARIFARIO-ABERTO

           OPEN INPUT FICHEIRO-ISENCOES
           IF WS-FS-ISENCOES = "00"
               MOVE 'S' TO WS-ISENCOES-ABERTO
           END-IF

           MOVE 1 TO WS-CM-PROXIMO-ID-PEND
           MOVE LOW-VALUES TO CP-ID
           START FICHEIRO-COMISSOES-PEND KEY IS GREATER THAN CP-ID
               INVALID KEY
                   MOVE "10" TO WS-FS-COMISSOES-PEND
           END-START
           PERFORM UNTIL WS-FS-COMISSOES-PEND = "10"
               READ FICHEIRO-COMISSOES-PEND NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FS-COMISSOES-PEND
                   NOT AT END
                       COMPUTE WS-CM-PROXIMO-ID-PEND = CP-ID + 1
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FS-COMISSOES-PEND.

       8928-FECHAR-TARIFARIO.
           IF TARIFARIO-DISPONIVEL
               CLOSE FICHEIRO-TARIFARIO
               CLOSE FICHEIRO-COMISSOES-PEND
               MOVE 'N' TO WS-TARIFARIO-ABERTO
           END-IF
           IF ISENCOES-DISPONIVEL
               CLOSE FICHEIRO-ISENCOES
               MOVE 'N' TO WS-ISENCOES-ABERTO
           END-IF.
