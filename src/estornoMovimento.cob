               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT FICHEIRO-RECLAMACOES ASSIGN TO "data/reclamacoes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCL-ID
               FILE STATUS IS WS-FS-RECLAMACOES.

           SELECT FICHEIRO-OPERADORES ASSIGN TO "data/operadores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  FICHEIRO-LOG.
       01  REG-LOG-DADOS             PIC X(50).

       FD  FICHEIRO-RECLAMACOES.
           COPY RECLAMACAO.

       FD  FICHEIRO-OPERADORES.
           COPY OPERADOR.

       77  WS-FS-MOVIMENTOS        PIC XX.
       77  WS-FS-CLIENTES          PIC XX.
       77  WS-FS-LOG               PIC XX.
       77  WS-FS-RECLAMACOES       PIC XX.
       77  WS-CONTINUAR            PIC X VALUE 'S'.
       77  WS-RESPOSTA             PIC X.
       77  WS-MOV-PEDIDO           PIC 9(09).
       77  WS-ORIG-TIPO            PIC X(01).
       77  WS-ORIG-VALOR           PIC S9(07)V99.
       77  WS-ORIG-DATA            PIC 9(08).
       *> o estorno anula o original na mesma data-valor, para os
       *> juros o verem como se o original nunca tivesse existido
       77  WS-ORIG-DATA-VALOR      PIC 9(08).

       *> 'X' estorno de um debito (credita a conta);
       *> 'Y' estorno de um credito (debita a conta)
       77  WS-JA-ESTORNADO         PIC X.
           88 MOVIMENTO-JA-ESTORNADO VALUE 'S'.

       *> compensacao de uma reclamacao procedente (pedida pelo
       *> supervisor em GESTAO-RECLAMACOES): o estorno credita o
       *> cliente e fica registado na reclamacao
       77  WS-RECLAMACAO-PEDIDA    PIC 9(09) VALUE 0.
       77  WS-RECLAMACOES-ABERTO   PIC X VALUE 'N'.
           88 RECLAMACOES-DISPONIVEL VALUE 'S'.

       *> a linha de log do estorno leva o MOV-ID original nas
       *> posicoes finais; os leitores existentes ignoram o excesso
       01  WS-REGISTO-LOG-ESTORNO.
               STOP RUN
           END-IF.

           *> sem reclamacoes registadas nao ha compensacoes a
           *> lancar: o estorno normal continua disponivel
           OPEN I-O FICHEIRO-RECLAMACOES.
           IF WS-FS-RECLAMACOES = "00"
               MOVE 'S' TO WS-RECLAMACOES-ABERTO
           END-IF.

           PERFORM 1100-INICIALIZAR-ID-MOVIMENTO.
           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           CLOSE FICHEIRO-MOVIMENTOS.
           CLOSE FICHEIRO-CLIENTES.
           CLOSE FICHEIRO-LOG.
           IF RECLAMACOES-DISPONIVEL
               CLOSE FICHEIRO-RECLAMACOES
           END-IF.
           PERFORM 9700-FECHAR-SIGNON.
           DISPLAY " ".
           STOP RUN.

       2000-ESTORNAR-MOVIMENTO.
           DISPLAY " ".
           DISPLAY "MOV-ID A ESTORNAR (0 = COMPENSAR UMA "
               "RECLAMACAO): " WITH NO ADVANCING.
           ACCEPT WS-MOV-PEDIDO.
           MOVE 0 TO WS-RECLAMACAO-PEDIDA.
           IF WS-MOV-PEDIDO = 0
               PERFORM 2050-OBTER-RECLAMACAO
               IF WS-MOV-PEDIDO = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-MOV-PEDIDO TO MOV-ID.
           READ FICHEIRO-MOVIMENTOS
           MOVE MOV-TIPO-OP TO WS-ORIG-TIPO.
           MOVE MOV-VALOR TO WS-ORIG-VALOR.
           MOVE MOV-DATA TO WS-ORIG-DATA.
           MOVE MOV-DATA-VALOR TO WS-ORIG-DATA-VALOR.
           IF WS-ORIG-DATA-VALOR = 0
               MOVE WS-ORIG-DATA TO WS-ORIG-DATA-VALOR
           END-IF.

           EVALUATE WS-ORIG-TIPO
               WHEN "T" WHEN "L" WHEN "F" WHEN "P"
               WHEN "B" WHEN "M" WHEN "Q" WHEN "R" WHEN "U"
               WHEN "W" WHEN "O"
               WHEN "Z"
               WHEN "G"
               WHEN "4"
                   MOVE "X" TO WS-TIPO-ESTORNO
               WHEN "D" WHEN "E" WHEN "I" WHEN "J" WHEN "V"
               WHEN "K"
               WHEN "N"
                   MOVE "Y" TO WS-TIPO-ESTORNO
               WHEN "H"
                   *> o credito de um cheque depositado tem cativo
                       "REVERTEM-SE NO FLUXO DE RETORNO "
                       "(RETORNO-CHEQUES), NAO POR ESTORNO."
                   MOVE SPACE TO WS-TIPO-ESTORNO
               WHEN "A"
                   *> o pagamento fica na conta de servicos e e
                   *> liquidado a entidade por LIQUIDACAO-SERVICOS:
                   *> a devolucao ao cliente e pedida a entidade
                   DISPLAY "ERRO: PAGAMENTOS DE SERVICOS NAO SE "
                       "ESTORNAM - A DEVOLUCAO E PEDIDA A ENTIDADE."
                   MOVE SPACE TO WS-TIPO-ESTORNO
               WHEN OTHER
                   DISPLAY "ERRO: O TIPO '" WS-ORIG-TIPO
                       "' NAO MOVIMENTA DINHEIRO - NADA A ESTORNAR."
           IF WS-TIPO-ESTORNO = SPACE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RECLAMACAO-PEDIDA > 0 AND WS-TIPO-ESTORNO NOT = "X"
               DISPLAY "ERRO: O MOVIMENTO DA RECLAMACAO E UM "
                   "CREDITO - O ESTORNO NAO COMPENSARIA O CLIENTE."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ORIG-VALOR TO WS-VALOR-FORMATADO.
           DISPLAY "MOVIMENTO " WS-MOV-PEDIDO ": CONTA "

           PERFORM 3000-LANCAR-COMPENSACAO.

       2050-OBTER-RECLAMACAO.
           IF NOT RECLAMACOES-DISPONIVEL
               DISPLAY "ERRO: SEM FICHEIRO DE RECLAMACOES."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NUMERO DA RECLAMACAO: " WITH NO ADVANCING
           ACCEPT WS-RECLAMACAO-PEDIDA
           MOVE WS-RECLAMACAO-PEDIDA TO RCL-ID
           READ FICHEIRO-RECLAMACOES
               INVALID KEY
                   DISPLAY "ERRO: RECLAMACAO NAO ENCONTRADA!"
           END-READ
           IF WS-FS-RECLAMACOES NOT = "00"
               MOVE 0 TO WS-RECLAMACAO-PEDIDA
               EXIT PARAGRAPH
           END-IF
           IF NOT COMPENSACAO-PEDIDA
               DISPLAY "ERRO: A RECLAMACAO NAO TEM COMPENSACAO "
                   "PEDIDA PELO SUPERVISOR."
               MOVE 0 TO WS-RECLAMACAO-PEDIDA
               EXIT PARAGRAPH
           END-IF
           MOVE RCL-MOV-ID TO WS-MOV-PEDIDO
           DISPLAY "RECLAMACAO " RCL-ID " DA CONTA " RCL-CONTA
               ": COMPENSAR O MOVIMENTO " RCL-MOV-ID ".".

       2100-VERIFICAR-JA-ESTORNADO.
           *> varre o razao a procura de um estorno que ja aponte
           *> para este movimento
                   MOVE "ESTORNAR-MOVIMENTO" TO WS-AUD-ACAO
                   MOVE WS-ORIG-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
                   IF WS-RECLAMACAO-PEDIDA > 0
                       PERFORM 3200-MARCAR-RECLAMACAO
                   END-IF
           END-REWRITE.

       3100-GRAVAR-MOVIMENTO-ESTORNO.
           MOVE WS-TIPO-ESTORNO TO MOV-TIPO-OP
           MOVE WS-ORIG-VALOR TO MOV-VALOR
           MOVE SALDO-FILE TO MOV-SALDO-APOS
           MOVE BALCAO-FILE TO MOV-BALCAO
           MOVE WS-DATA-HOJE TO MOV-DATA
           MOVE WS-ORIG-DATA-VALOR TO MOV-DATA-VALOR
           MOVE WS-MOV-PEDIDO TO MOV-REF-ESTORNO

           WRITE REG-MOVIMENTO
                   DISPLAY "ERRO AO GRAVAR O MOVIMENTO DE ESTORNO!"
           END-WRITE.

       3200-MARCAR-RECLAMACAO.
           MOVE WS-RECLAMACAO-PEDIDA TO RCL-ID
           READ FICHEIRO-RECLAMACOES
               INVALID KEY
                   DISPLAY "ERRO AO RELER A RECLAMACAO "
                       WS-RECLAMACAO-PEDIDA "!"
           END-READ
           IF WS-FS-RECLAMACOES NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO RCL-COMPENSACAO
           COMPUTE RCL-MOV-COMPENSACAO = WS-PROXIMO-ID-MOV - 1
           MOVE WS-ORIG-VALOR TO RCL-VALOR-COMPENSADO
           REWRITE REG-RECLAMACAO
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A RECLAMACAO!"
               NOT INVALID KEY
                   DISPLAY "COMPENSACAO REGISTADA NA RECLAMACAO "
                       RCL-ID "."
                   MOVE "COMPENSAR-RECLAMACAO" TO WS-AUD-ACAO
                   MOVE WS-ORIG-CONTA TO WS-AUD-CONTA
                   PERFORM 9600-GRAVAR-AUDITORIA
           END-REWRITE.

       9100-GRAVAR-LOG-ESTORNO.
           MOVE WS-PROXIMO-ID-LOG TO WS-LOG-ID-OPERACAO
           ADD 1 TO WS-PROXIMO-ID-LOG
