      *> Layout partilhado das comissoes por cobrar
      *> (FICHEIRO-COMISSOES-PEND, data/comissoes_pendentes.dat).
      *> Uma comissao do tarifario que a conta nao tinha saldo
      *> disponivel para pagar fica aqui, com o imposto calculado
      *> na data do evento; COBRANCA-COMISSOES recupera-a quando a
      *> conta volta a ter fundos. Chave alternativa por conta (com
      *> duplicados, pela ordem de registo).
       01  REG-COMISSAO-PEND.
           05 CP-ID                  PIC 9(09).
           05 CP-CONTA               PIC 9(09).
           05 CP-EVENTO              PIC X(02).
           05 CP-DATA                PIC 9(08).
           05 CP-VALOR               PIC 9(05)V99.
           05 CP-TIPO-IMPOSTO        PIC X(01).
           05 CP-IMPOSTO             PIC 9(05)V99.
           *> 'P' por cobrar, 'C' cobrada, 'A' anulada pelo balcao
           05 CP-ESTADO              PIC X(01).
               88 CP-POR-COBRAR         VALUE "P".
               88 CP-COBRADA            VALUE "C".
               88 CP-ANULADA            VALUE "A".
           05 CP-DATA-COBRANCA       PIC 9(08).
