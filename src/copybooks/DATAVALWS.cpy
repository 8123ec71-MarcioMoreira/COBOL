      *> WORKING-STORAGE partilhado do saldo por data-valor (par do
      *> copybook de procedimentos DATAVAL). O programa poe a data de
      *> referencia em WS-DV-DATA-REF, faz PERFORM
      *> 8990-ACUMULAR-DATA-VALOR para cada movimento lido no
      *> varrimento de data/movements.dat e depois, por conta lida,
      *> PERFORM 8995-OBTER-SALDO-VALOR: o saldo por data-valor fica
      *> em WS-DV-SALDO-VALOR.
       77  WS-DV-DATA-REF          PIC 9(08).
       77  WS-DV-SINAL             PIC S9 VALUE 0.
       77  WS-DV-SALDO-VALOR       PIC S9(09)V99.
       77  WS-DV-TOTAL             PIC 9(05) VALUE 0.
       77  WS-DV-IDX               PIC 9(05).
      *> uma entrada por conta com lancamentos de data-valor
      *> posterior a referencia (cheques em float, sobretudo)
       01  WS-DV-TABELA.
           05 WS-DV-ENTRADA OCCURS 5000 TIMES.
              10 WS-DV-CONTA       PIC 9(09).
              10 WS-DV-PENDENTE    PIC S9(09)V99.
