      *> Layout partilhado do registo de pagamentos de servicos
      *> (FICHEIRO-PAGAMENTOS, data/pagamentos_servicos.dat). Um
      *> pagamento por registo, com chave por entidade e pelo MOV-ID
      *> do debito ao cliente: START/READ NEXT devolve os pagamentos
      *> agrupados por entidade, como LIQUIDACAO-SERVICOS precisa
      *> para o ficheiro de liquidacao de cada uma. Gravado por
      *> BANKFLOW e BANKFLOW-BATCH no momento do pagamento.
       01  REG-PAGAMENTO-SERVICO.
           05 PG-CHAVE.
              10 PG-ENTIDADE         PIC 9(05).
              10 PG-MOV-ID           PIC 9(09).
           05 PG-REFERENCIA          PIC 9(09).
           05 PG-CONTA               PIC 9(09).
           *> valor na moeda da entidade (igual a da conta debitada)
           05 PG-VALOR               PIC 9(07)V99.
           05 PG-DATA                PIC 9(08).
           *> 'O-BANKFLOW (ATM/balcao)', 'B-BANKFLOW-BATCH'
           05 PG-CANAL               PIC X(01).
           05 PG-ESTADO              PIC X(01).
               88 PAGAMENTO-PENDENTE   VALUE "P".
               88 PAGAMENTO-LIQUIDADO  VALUE "L".
           05 PG-DATA-LIQUIDACAO     PIC 9(08).
