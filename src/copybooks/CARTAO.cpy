      *> (FICHEIRO-CARTOES, data/cartoes.dat). Varios cartoes podem
      *> apontar para a mesma conta; bloquear um cartao perdido nao
      *> toca no estado da conta. Mantido por GESTAO-CARTOES e usado
      *> por BANKFLOW como credencial de entrada alternativa. Os
      *> cartoes de substituicao (renovacao em RENOVACAO-CARTOES,
      *> perda/roubo/dano em GESTAO-CARTOES) nascem por ativar e
      *> ficam ativos no primeiro PIN certo no BANKFLOW, que reforma
      *> nesse momento o cartao que substituem.
       01  REG-CARTAO.
           05 CT-NUMERO              PIC 9(16).
           05 CT-CONTA               PIC 9(09).
               88 CARTAO-ATIVO         VALUE "A".
               88 CARTAO-BLOQUEADO     VALUE "B".
               88 CARTAO-CAPTURADO     VALUE "C".
               88 CARTAO-POR-ATIVAR    VALUE "P".
               88 CARTAO-SUBSTITUIDO   VALUE "S".
           *> PIN proprio do cartao, independente do PIN da conta,
           *> guardado como sal + hash (ver PINHASH)
           05 CT-PIN-SALT            PIC 9(08).
           05 CT-PIN-HASH            PIC 9(18).
           05 CT-TENTATIVAS-PIN      PIC 9(01).
           *> cartao que este substitui e cartao que o substitui
           *> (zeros quando nao ha)
           05 CT-CARTAO-ANTERIOR     PIC 9(16).
           05 CT-CARTAO-SUBSTITUTO   PIC 9(16).
           *> 'N-Emissao nova', 'R-Renovacao por validade',
           *> 'P-Perda', 'F-Furto ou roubo', 'D-Dano'
           05 CT-MOTIVO-EMISSAO      PIC X(01).
               88 MOTIVO-EMISSAO-VALIDO VALUE "N" "R" "P" "F" "D".
               88 MOTIVO-PERDA-OU-FURTO VALUE "P" "F".
           05 CT-DATA-EMISSAO        PIC 9(08).
