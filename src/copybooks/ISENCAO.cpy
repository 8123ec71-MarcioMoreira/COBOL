      *> Layout partilhado das isencoes de comissoes
      *> (FICHEIRO-ISENCOES, data/isencoes_comissao.dat). Uma
      *> isencao ou e de uma conta (IS-CONTA preenchida, IS-ESCALAO
      *> em branco) ou de um escalao inteiro (IS-CONTA a zeros); o
      *> evento '**' isenta todos os eventos. Vale ate IS-DATA-FIM
      *> inclusive. Mantida por TABELA-COMISSOES e consultada pelo
      *> TARIFARIO antes de cada cobranca.
       01  REG-ISENCAO.
           05 IS-CHAVE.
              10 IS-CONTA            PIC 9(09).
              10 IS-ESCALAO          PIC X(02).
              10 IS-EVENTO           PIC X(02).
           05 IS-DATA-FIM            PIC 9(08).
           05 IS-MOTIVO              PIC X(30).
           05 IS-OPERADOR            PIC 9(09).
           05 IS-DATA-REGISTO        PIC 9(08).
