      *> Layout partilhado dos herdeiros habilitados de um processo
      *> de heranca (FICHEIRO-HERDEIROS, data/herdeiros.dat). As
      *> quotas de um processo somam 100%; GESTAO-HERANCAS paga a
      *> cada herdeiro a sua quota de cada conta da heranca, por
      *> transferencia interna ou pela compensacao interbancaria.
       01  REG-HERDEIRO.
           05 HD-CHAVE.
              10 HD-CIF-FALECIDO     PIC 9(09).
              10 HD-SEQ              PIC 9(02).
           05 HD-NOME                PIC X(30).
           *> CIF do herdeiro quando e cliente do banco (0 se nao)
           05 HD-CIF-HERDEIRO        PIC 9(09).
           *> quota em percentagem (ex: 50% -> 050,00)
           05 HD-QUOTA               PIC 9(03)V99.
           *> 'T-Transferencia interna', 'I-Interbancaria'
           05 HD-FORMA               PIC X(01).
               88 PAGA-POR-TRANSFERENCIA VALUE "T".
               88 PAGA-INTERBANCARIA     VALUE "I".
               88 FORMA-PAGAMENTO-VALIDA VALUE "T" "I".
           *> codigo do banco de destino (so interbancaria)
           05 HD-BANCO               PIC 9(04).
           05 HD-CONTA-DESTINO       PIC 9(09).
           05 HD-VALOR-PAGO          PIC 9(07)V99.
           *> 'R-Registado', 'G-Pago'
           05 HD-ESTADO              PIC X(01).
               88 HERDEIRO-REGISTADO   VALUE "R".
               88 HERDEIRO-PAGO        VALUE "G".
