      *> Layout partilhado do ficheiro de producao de cartoes
      *> (FICHEIRO-PRODUCAO-CARTOES, data/producao_cartoes.dat),
      *> enviado ao fornecedor que grava e envia os cartoes. Uma
      *> linha de tamanho fixo por cartao de substituicao emitido,
      *> acrescentada por RENOVACAO-CARTOES e GESTAO-CARTOES; o nome
      *> e cortado aos 26 carateres que cabem na gravacao do cartao.
       01  REG-PRODUCAO-CARTAO.
           *> 'D' cartao de debito
           05 PC-TIPO                PIC X(01).
           05 PC-NUMERO              PIC 9(16).
           *> AAAAMM do ultimo mes de validade
           05 PC-VALIDADE            PIC 9(06).
           05 PC-NOME                PIC X(26).
           05 PC-CONTA               PIC 9(09).
           *> balcao da conta, para onde segue o cartao se o envio
           *> postal for devolvido
           05 PC-BALCAO              PIC 9(04).
           *> motivo da emissao (ver CT-MOTIVO-EMISSAO)
           05 PC-MOTIVO              PIC X(01).
           05 PC-CARTAO-ANTERIOR     PIC 9(16).
           05 PC-DATA-EMISSAO        PIC 9(08).
           05 FILLER                 PIC X(13).
