           05 CXA-ENTRADAS           PIC 9(09)V99.
           05 CXA-SAIDAS             PIC 9(09)V99.
           05 CXA-PARA-COFRE         PIC 9(09)V99.
           *> balcao do operador na abertura da caixa
           05 CXA-BALCAO             PIC 9(04).
