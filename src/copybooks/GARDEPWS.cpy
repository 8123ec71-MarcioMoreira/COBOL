      *> WORKING-STORAGE partilhado das garantias de emprestimos
      *> (par do copybook de procedimentos GARDEP). O programa
      *> declara o SELECT/FD de FICHEIRO-COLATERAIS (COPY COLATERAL,
      *> chave COL-CHAVE e chave alternativa COL-DEPOSITO com
      *> duplicados), abre-o e marca WS-COLATERAIS-ABERTO.
      *>   8985-VERIFICAR-PENHOR-DEPOSITO: recebe WS-GD-DEPOSITO e
      *>     devolve DEPOSITO-PENHORADO e WS-GD-EMPRESTIMO;
      *>   8987-LIBERTAR-GARANTIAS (ficheiro em I-O): liberta as
      *>     garantias ativas do emprestimo WS-GD-EMPRESTIMO com a
      *>     data WS-GD-DATA e conta-as em WS-GD-TOTAL.
       77  WS-FS-COLATERAIS        PIC XX.
       77  WS-COLATERAIS-ABERTO    PIC X VALUE 'N'.
           88 COLATERAIS-DISPONIVEL  VALUE 'S'.
       77  WS-GD-DEPOSITO          PIC 9(09).
       77  WS-GD-EMPRESTIMO        PIC 9(09).
       77  WS-GD-DATA              PIC 9(08).
       77  WS-GD-TOTAL             PIC 9(03).
       77  WS-GD-PENHORADO         PIC X.
           88 DEPOSITO-PENHORADO     VALUE 'S'.
