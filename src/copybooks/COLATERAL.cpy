      *> Layout partilhado do registo de garantias de emprestimos
      *> (FICHEIRO-COLATERAIS, data/colaterais.dat). Uma linha por
      *> garantia, com chave pelo emprestimo (START/READ NEXT da as
      *> garantias de um emprestimo) e chave alternativa pelo
      *> deposito a prazo penhorado, para DEPOSITO-PRAZO e
      *> VENCIMENTO-DEPOSITOS saberem se um deposito esta preso.
      *> Mantido por GESTAO-COLATERAIS; executado no abate em
      *> EMPRESTIMO, libertado na liquidacao do emprestimo e no
      *> encerramento da conta; o LTV e vigiado por MONITOR-LTV.
       01  REG-COLATERAL.
           05 COL-CHAVE.
              10 COL-EMPRESTIMO      PIC 9(09).
              10 COL-SEQ             PIC 9(02).
           *> 'I-Imovel (hipoteca)', 'D-Deposito a prazo penhorado',
           *> 'F-Fianca de terceiro (por CIF)'
           05 COL-TIPO               PIC X(01).
               88 COL-IMOVEL           VALUE "I".
               88 COL-DEPOSITO-PENHOR  VALUE "D".
               88 COL-FIANCA           VALUE "F".
               88 COL-TIPO-VALIDO      VALUE "I" "D" "F".
           *> numero do deposito penhorado (zero nos outros tipos)
           05 COL-DEPOSITO           PIC 9(09).
           *> CIF do fiador (zero nos outros tipos)
           05 COL-CIF-FIADOR         PIC 9(09).
           *> imovel: artigo matricial / descricao predial
           05 COL-DESCRICAO          PIC X(30).
           *> imovel: valor da ultima avaliacao; deposito: capital
           *> penhorado; fianca: montante afiancado
           05 COL-VALOR              PIC 9(09)V99.
           05 COL-DATA-AVALIACAO     PIC 9(08).
           05 COL-DATA-CONSTITUICAO  PIC 9(08).
           05 COL-ESTADO             PIC X(01).
               88 COL-ATIVA            VALUE "A".
               88 COL-LIBERTADA        VALUE "L".
               88 COL-EXECUTADA        VALUE "E".
           *> data da libertacao ou da execucao
           05 COL-DATA-ESTADO        PIC 9(08).
