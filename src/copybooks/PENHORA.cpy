      *> Layout partilhado do registo de penhoras de saldo
      *> (FICHEIRO-PENHORAS, data/penhoras.dat). Uma ordem de
      *> penhora judicial ou fiscal por registo, com chave por conta
      *> e CIF do executado: START/READ NEXT sobre PN-CONTA devolve
      *> todas as ordens de uma conta. Mantido por GESTAO-PENHORAS;
      *> o lote EXECUTAR-PENHORAS apreende diariamente o saldo
      *> disponivel acima do minimo protegido, por PN-PRIORIDADE,
      *> antes das ordens permanentes e dos debitos diretos.
       01  REG-PENHORA.
           05 PN-CHAVE.
              10 PN-CONTA            PIC 9(09).
              10 PN-CIF              PIC 9(09).
              *> referencia do processo atribuida pela entidade
              10 PN-REFERENCIA       PIC X(15).
           05 PN-ENTIDADE            PIC X(30).
           *> 'T-Tribunal', 'F-Autoridade tributaria',
           *> 'S-Seguranca social'
           05 PN-TIPO-ENTIDADE       PIC X(01).
               88 PENHORA-TRIBUNAL     VALUE "T".
               88 PENHORA-FISCAL       VALUE "F".
               88 PENHORA-SEG-SOCIAL   VALUE "S".
               88 TIPO-ENTIDADE-VALIDO VALUE "T" "F" "S".
           *> montantes na moeda da conta penhorada
           05 PN-VALOR-ORDEM         PIC 9(07)V99.
           05 PN-VALOR-PENHORADO     PIC 9(07)V99.
           *> parte do saldo que a lei deixa sempre ao executado
           05 PN-MINIMO-PROTEGIDO    PIC 9(07)V99.
           *> 01 = executada primeiro entre as ordens da mesma conta
           05 PN-PRIORIDADE          PIC 9(02).
           05 PN-DATA-RECECAO        PIC 9(08).
           05 PN-DATA-ULTIMA         PIC 9(08).
           *> 'A-Ativa', 'C-Cumprida (valor todo apreendido)',
           *> 'L-Levantada pela entidade'
           05 PN-ESTADO              PIC X(01).
               88 PENHORA-ATIVA        VALUE "A".
               88 PENHORA-CUMPRIDA     VALUE "C".
               88 PENHORA-LEVANTADA    VALUE "L".
           *> operador que registou (ou levantou) a ordem
           05 PN-OPERADOR            PIC 9(09).
