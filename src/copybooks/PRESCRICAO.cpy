      *> Layout partilhado do registo de processos de prescricao de
      *> saldos a favor do Estado (FICHEIRO-PRESCRICOES,
      *> data/prescricoes.dat). Um processo por ciclo de aviso de
      *> uma conta dormente: START/READ NEXT sobre PR-CONTA devolve
      *> os processos da conta por ordem de data de aviso. Aberto e
      *> executado pelo lote anual PRESCRICAO-SALDOS; a reclamacao
      *> posterior do cliente e paga em GESTAO-PRESCRICOES.
       01  REG-PRESCRICAO.
           05 PR-CHAVE.
              10 PR-CONTA            PIC 9(09).
              10 PR-DATA-AVISO       PIC 9(08).
           *> titular identificado para a declaracao ao Estado
           05 PR-CIF                 PIC 9(09).
           05 PR-NOME                PIC X(30).
           *> ultimo movimento iniciado pelo cliente (0 se ja nao ha
           *> nenhum no historico vivo de movimentos)
           05 PR-DATA-ULTIMO-MOV     PIC 9(08).
           *> fim do prazo de aviso: antes desta data nada se entrega
           05 PR-DATA-LIMITE         PIC 9(08).
           *> saldo na data do aviso e valor efetivamente entregue,
           *> ambos na moeda da conta
           05 PR-SALDO-AVISO         PIC 9(07)V99.
           05 PR-VALOR-ENTREGUE      PIC 9(07)V99.
           05 PR-MOEDA               PIC X(03).
           05 PR-DATA-ENTREGA        PIC 9(08).
           *> MOV-ID do debito 'G' na conta do cliente
           05 PR-MOV-ENTREGA         PIC 9(09).
           *> 'N-Notificado (prazo de aviso a correr)',
           *> 'T-Transferido para a conta de saldos prescritos',
           *> 'A-Anulado (cliente movimentou ou conta mudou de
           *> estado durante o aviso)', 'R-Reclamado e pago'
           05 PR-ESTADO              PIC X(01).
               88 PRESCRICAO-NOTIFICADA  VALUE "N".
               88 PRESCRICAO-TRANSFERIDA VALUE "T".
               88 PRESCRICAO-ANULADA     VALUE "A".
               88 PRESCRICAO-RECLAMADA   VALUE "R".
           05 PR-DATA-RECLAMACAO     PIC 9(08).
           *> conta creditada com a devolucao ao cliente
           05 PR-CONTA-PAGAMENTO     PIC 9(09).
           *> operador que pagou a reclamacao (0 no lote)
           05 PR-OPERADOR            PIC 9(09).
