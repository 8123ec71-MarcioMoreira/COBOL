           *> '05' prestacoes de emprestimo em atraso (dunning)
           *> '06' revisao KYC pendente - contactar o cliente
           *> '07' cheque depositado devolvido - credito revertido
           *> '08' saldo penhorado (EXECUTAR-PENHORAS)
           *> '09' aviso previo de prescricao do saldo de conta
           *>      dormente (PRESCRICAO-SALDOS)
           *> '10' cartao novo a caminho (renovacao ou substituicao;
           *>      parametro = ultimos 4 digitos do cartao novo)
           *> '11' compra POS aprovada mas sinalizada para revisao
           *>      de fraude (parametro = valor da compra)
           *> '12' cartao bloqueado por suspeita de fraude numa
           *>      compra POS (parametro = valor da compra)
           *> '13' taxa de emprestimo indexado revista (REVISAO-TAXAS;
           *>      parametro = prestacao nova)
           *> '14' codigo de levantamento sem cartao pago num ATM
           *>      (SISTEMADESAQUE; parametro = valor levantado)
           *> '15' codigo de levantamento sem cartao expirado sem
           *>      ser pago - cativo libertado (EXPIRAR-CODIGOS;
           *>      parametro = valor libertado)
           05 NT-EVENTO              PIC X(02).
           *> parametro do evento (valor do levantamento, saldo...)
           05 NT-PARAMETRO           PIC S9(09)V99.
