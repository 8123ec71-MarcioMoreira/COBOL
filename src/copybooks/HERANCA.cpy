      *> Layout partilhado do registo mestre de processo de heranca
      *> (FICHEIRO-HERANCAS, data/herancas.dat). Um processo por
      *> cliente falecido, com chave no CIF: GESTAO-HERANCAS abre-o
      *> com a data do obito e apura as posicoes a essa data
      *> (HERANCAPOS), regista a habilitacao de herdeiros (HERDEIRO)
      *> e paga a partilha; so depois ENCERRAR-CONTA aceita fechar
      *> as contas do falecido.
       01  REG-HERANCA.
           05 HR-CIF                 PIC 9(09).
           05 HR-NOME                PIC X(30).
           05 HR-DATA-OBITO          PIC 9(08).
           05 HR-DATA-ABERTURA       PIC 9(08).
           *> 'A-Aberto (posicoes apuradas)', 'H-Herdeiros
           *> habilitados', 'P-Partilha paga'
           05 HR-ESTADO              PIC X(01).
               88 HERANCA-ABERTA       VALUE "A".
               88 HERANCA-HABILITADA   VALUE "H".
               88 HERANCA-PAGA         VALUE "P".
           *> creditos de pensao/salario recebidos depois do obito e
           *> estornados (a devolver a entidade pagadora)
           05 HR-TOTAL-ESTORNADO     PIC 9(07)V99.
           *> escritura ou processo de habilitacao de herdeiros
           05 HR-REF-HABILITACAO     PIC X(15).
           05 HR-DATA-HABILITACAO    PIC 9(08).
           05 HR-DATA-PARTILHA       PIC 9(08).
           05 HR-OPERADOR            PIC 9(09).
