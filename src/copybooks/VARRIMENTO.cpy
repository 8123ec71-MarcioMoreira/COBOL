      *> Layout partilhado do acordo de varrimento de saldo
      *> (FICHEIRO-VARRIMENTOS, data/varrimentos.dat). Um acordo por
      *> conta a ordem, mantido por GESTAO-VARRIMENTOS e executado
      *> todas as noites por VARRIMENTO-SALDOS: o excedente acima do
      *> saldo alvo e aplicado no deposito a prazo ligado e, se a
      *> conta ficar a descoberto, o deposito devolve o necessario
      *> para a repor a zero antes de correrem os juros devedores.
       01  REG-VARRIMENTO.
           05 VR-CONTA               PIC 9(09).
           *> saldo que fica na conta a ordem depois do varrimento
           05 VR-SALDO-ALVO          PIC 9(07)V99.
           *> excedente minimo para aplicar: abaixo dele a conta nao
           *> e varrida nessa noite
           05 VR-MINIMO              PIC 9(07)V99.
           *> produto de deposito ligado: prazo em meses (taxa 'DP'
           *> em vigor na TABELA-TAXAS) e renovacao no vencimento
           *> (mesmos codigos de DP-RENOVACAO)
           05 VR-PRAZO-MESES         PIC 9(03).
           05 VR-RENOVACAO           PIC X(01).
               88 VR-RENOVACAO-VALIDA  VALUE "N" "C" "T".
           *> deposito que recebe e devolve os varrimentos; 0 (ou um
           *> deposito ja liquidado) = o proximo varrimento constitui
           *> um deposito novo e passa a estar ligado a ele
           05 VR-DEPOSITO            PIC 9(09).
           05 VR-ESTADO              PIC X(01).
               88 VARRIMENTO-ATIVO     VALUE "A".
               88 VARRIMENTO-SUSPENSO  VALUE "S".
               88 VARRIMENTO-CANCELADO VALUE "C".
           05 VR-DATA-ADESAO         PIC 9(08).
           05 VR-OPERADOR            PIC 9(09).
           05 VR-DATA-ESTADO         PIC 9(08).
           *> ultimo varrimento executado e acumulados do acordo
           05 VR-DATA-ULTIMO         PIC 9(08).
           05 VR-TOTAL-APLICADO      PIC 9(09)V99.
           05 VR-TOTAL-RESGATADO     PIC 9(09)V99.
