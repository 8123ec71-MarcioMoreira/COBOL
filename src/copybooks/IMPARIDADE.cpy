      *> Layout partilhado do historico de imparidade de credito
      *> (FICHEIRO-IMPARIDADES, data/imparidades.dat). Um registo
      *> por emprestimo e apuramento de fim de mes, gravado por
      *> IMPARIDADE-CREDITO: a abertura e o fecho do apuramento
      *> anterior, a exposicao e a cobertura que deram o fecho de
      *> hoje, e o movimento do mes (dotacao, reversao e utilizacao
      *> no abate), que e o que segue para a GL. O mapa de
      *> movimentos de um periodo sai de RELATORIO-IMPARIDADE.
       01  REG-IMPARIDADE.
           05 IPR-CHAVE.
              10 IPR-EMPRESTIMO      PIC 9(09).
              10 IPR-DATA            PIC 9(08).
           05 IPR-CONTA              PIC 9(09).
           *> estado e classe de risco do emprestimo no apuramento
           05 IPR-ESTADO-EMPRESTIMO  PIC X(01).
           05 IPR-CLASSE             PIC X(01).
           05 IPR-DIAS-ATRASO        PIC 9(04).
           *> saldo devedor (ja inclui a mora capitalizada, mostrada
           *> a parte em IPR-MORA) e garantias elegiveis que o abatem
           05 IPR-EXPOSICAO          PIC 9(07)V99.
           05 IPR-MORA               PIC 9(07)V99.
           05 IPR-COLATERAL          PIC 9(09)V99.
           *> cobertura do precario (produtos IP/IV/IN), em fracao
           05 IPR-TAXA-COBERTURA     PIC 9V9(04).
           05 IPR-ABERTURA           PIC 9(07)V99.
           05 IPR-DOTACAO            PIC 9(07)V99.
           05 IPR-REVERSAO           PIC 9(07)V99.
           05 IPR-UTILIZACAO         PIC 9(07)V99.
           05 IPR-FECHO              PIC 9(07)V99.
