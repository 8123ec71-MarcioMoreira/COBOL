      *> nome em WS-FE-PROGRAMA e os totais do ficheiro recebido em
      *> WS-FE-CONTAGEM/WS-FE-SOMA, e faz PERFORM
      *> 9870-VERIFICAR-FICHEIRO-ENTRADA antes de lancar e PERFORM
      *> 9890-REGISTAR-FICHEIRO-ENTRADA depois do fim limpo. O PIN
      *> do supervisor confere-se pelo hash: o programa inclui
      *> tambem PINHASHWS e PINHASH.
       77  WS-FS-FICH-ENTRADA      PIC XX.
       77  WS-FS-OPERADORES        PIC XX.
       77  WS-FE-PROGRAMA          PIC X(20).
