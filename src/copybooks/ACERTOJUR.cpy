      *> Layout partilhado do registo de acertos de juros por
      *> data-valor (FICHEIRO-ACERTOS, data/acertos_juros.dat). Um
      *> registo por conta e dia de negocio em que ACERTO-JUROS-VALOR
      *> encontrou lancamentos com data-valor retroativa: guarda o
      *> que foi recalculado e para onde foi o acerto, e impede que
      *> uma reexecucao no mesmo dia acerte a conta segunda vez.
       01  REG-ACERTO-JUROS.
           05 AJ-CHAVE.
              10 AJ-DATA             PIC 9(08).
              10 AJ-CONTA            PIC 9(09).
           *> data-valor mais antiga dos lancamentos acertados
           05 AJ-DATA-VALOR-MIN      PIC 9(08).
           *> diferenca de juros credores (JUROS-MENSAL) e de juros
           *> devedores (JUROS-DEVEDORES) nos apuramentos ja corridos
           *> entre a data-valor e a data de lancamento
           05 AJ-DIF-CREDORES        PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           05 AJ-DIF-DEVEDORES       PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           *> credores menos devedores: positivo a favor do cliente
           05 AJ-VALOR-LIQUIDO       PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           05 AJ-DESTINO             PIC X(01).
               88 ACERTO-CREDITADO     VALUE "N".
               88 ACERTO-ACUMULADO     VALUE "U".
               88 ACERTO-RETIDO        VALUE "B".
               88 ACERTO-NULO          VALUE " ".
