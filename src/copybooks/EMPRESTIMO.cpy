           *> o lote reexecuta no mesmo dia de negocio)
           05 EMP-MORA-ACUMULADA     PIC 9(07)V99.
           05 EMP-DATA-ULTIMA-MORA   PIC 9(08).
           *> regime de taxa: 'F' fixa desde a originacao; 'I'
           *> indexada - EMP-TAXA-ANUAL e o indexante em vigor mais
           *> o spread (nunca abaixo de zero), refixada por
           *> REVISAO-TAXAS em EMP-DATA-REVISAO e depois de
           *> EMP-PERIODO-REVISAO em EMP-PERIODO-REVISAO meses,
           *> com a prestacao recalculada sobre o prazo que falta
           05 EMP-TIPO-TAXA          PIC X(01).
               88 EMP-TAXA-FIXA        VALUE "F".
               88 EMP-TAXA-INDEXADA    VALUE "I".
           *> codigo do indexante (ver INDEXANTE) e spread em fracao
           05 EMP-INDEXANTE          PIC X(04).
           05 EMP-SPREAD             PIC 9V9(04).
           05 EMP-PERIODO-REVISAO    PIC 9(02).
           *> proxima data de revisao da taxa (0 nas taxas fixas)
           05 EMP-DATA-REVISAO       PIC 9(08).
           *> mora capitalizada por mes civil (MORA-EMPRESTIMOS), para
           *> o apuramento da rentabilidade: EMP-MORA-MES e a do mes
           *> EMP-MES-MORA (AAAAMM) e EMP-MORA-MES-ANTERIOR a do mes
           *> imediatamente antes desse (0 se nesse mes nao houve)
           05 EMP-MES-MORA           PIC 9(06).
           05 EMP-MORA-MES           PIC 9(07)V99.
           05 EMP-MORA-MES-ANTERIOR  PIC 9(07)V99.
