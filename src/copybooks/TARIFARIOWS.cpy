      *> WORKING-STORAGE partilhado da cobranca de comissoes por
      *> evento (par do copybook de procedimentos TARIFARIO). O
      *> programa declara os SELECT/FD de FICHEIRO-TARIFARIO (COPY
      *> TARIFA), FICHEIRO-ISENCOES (COPY ISENCAO) e
      *> FICHEIRO-COMISSOES-PEND (COPY COMPEND), alem de
      *> FICHEIRO-CLIENTES em I-O, FICHEIRO-MOVIMENTOS e
      *> FICHEIRO-LOG com WS-PROXIMO-ID-MOV / WS-PROXIMO-ID-LOG;
      *> abre os tres primeiros com 8925-ABRIR-TARIFARIO. Para
      *> cobrar, le e deixa em REG-CLIENTE a conta, poe o evento em
      *> WS-CM-EVENTO e faz PERFORM 8900-COBRAR-COMISSAO; o desfecho
      *> fica em WS-CM-RESULTADO.
       77  WS-FS-TARIFARIO         PIC XX.
       77  WS-FS-ISENCOES          PIC XX.
       77  WS-FS-COMISSOES-PEND    PIC XX.
       77  WS-TARIFARIO-ABERTO     PIC X VALUE 'N'.
           88 TARIFARIO-DISPONIVEL   VALUE 'S'.
       77  WS-ISENCOES-ABERTO      PIC X VALUE 'N'.
           88 ISENCOES-DISPONIVEL    VALUE 'S'.
       77  WS-CM-PROXIMO-ID-PEND   PIC 9(09) VALUE 1.
       77  WS-CM-EVENTO            PIC X(02).
       77  WS-CM-ESCALAO           PIC X(02).
       77  WS-CM-ACHADA            PIC X.
           88 COMISSAO-ENCONTRADA    VALUE 'S'.
       77  WS-CM-ISENTA            PIC X.
           88 COMISSAO-ISENTA        VALUE 'S'.
       77  WS-CM-DESCRICAO         PIC X(30).
       77  WS-CM-VALOR             PIC 9(05)V99.
       77  WS-CM-TIPO-IMPOSTO      PIC X(01).
       77  WS-CM-TAXA-IMPOSTO      PIC 9V9(04).
       77  WS-CM-IMPOSTO           PIC 9(05)V99.
       77  WS-CM-TOTAL             PIC 9(06)V99.
       77  WS-CM-DISPONIVEL        PIC S9(09)V99.
       77  WS-CM-SALDO-APOS        PIC S9(07)V99.
       77  WS-CM-FORMATADO         PIC ZZ,ZZ9.99.
       *> 'C' cobrada, 'P' registada por cobrar, 'I' isenta,
       *> 'N' evento sem comissao (ou tarifario indisponivel)
       77  WS-CM-RESULTADO         PIC X(01).
           88 COMISSAO-COBRADA       VALUE "C".
           88 COMISSAO-PENDENTE      VALUE "P".
       01  WS-CM-REGISTO-LOG.
           05 WS-CM-LOG-ID         PIC 9(09).
           05 WS-CM-LOG-DATA       PIC 9(08).
           05 WS-CM-LOG-CONTA      PIC 9(09).
           05 WS-CM-LOG-TIPO-OP    PIC X(01).
           05 WS-CM-LOG-VALOR      PIC 9(07)V99.
