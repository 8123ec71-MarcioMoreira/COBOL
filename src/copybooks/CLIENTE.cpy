      *> data/clients.dat, para manter o layout fisico em sincronia.
       01  REG-CLIENTE.
           05 NR-CONTA-FILE          PIC 9(09).
      *> PIN guardado como sal + hash de sentido unico (ver
      *> PINHASH); o PIN em claro nunca chega ao ficheiro
           05 PIN-SALT-FILE          PIC 9(08).
           05 PIN-HASH-FILE          PIC 9(18).
           05 NOME-FILE              PIC A(30).
           05 SALDO-FILE             PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
      *> GESTAO-BENEFICIARIOS)
           05 SO-BENEFICIARIOS-FILE  PIC X(01).
               88 SO-BENEFICIARIOS     VALUE "S".
      *> balcao de domicilio da conta (ver TABELA-BALCOES): comanda
      *> os subtotais por balcao dos relatorios e o centro de custo
      *> do feed da GL, e limita a manutencao em SETUP-DATABASE aos
      *> operadores do mesmo balcao
           05 BALCAO-FILE            PIC 9(04).
