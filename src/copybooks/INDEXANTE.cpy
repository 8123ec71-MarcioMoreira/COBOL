      *> Layout partilhado do historico de taxas de referencia
      *> (FICHEIRO-INDEXANTES, data/indexantes.dat). Uma linha por
      *> indexante e data efetiva: o valor em vigor num dia e o da
      *> data efetiva mais recente que nao seja futura (ver
      *> INDICEREF). Mantido por TABELA-INDEXANTES; os emprestimos
      *> de taxa indexada (EMP-TIPO-TAXA 'I') sao revistos a partir
      *> daqui por EMPRESTIMO na originacao e por REVISAO-TAXAS em
      *> cada data de revisao.
      *> Indexantes em uso: 'E03M' 'E06M' 'E12M' (Euribor a 3, 6 e
      *> 12 meses).
       01  REG-INDEXANTE.
           05 IX-CHAVE.
              10 IX-CODIGO           PIC X(04).
              10 IX-DATA-EFETIVA     PIC 9(08).
           *> taxa anual em fracao, com sinal: a Euribor ja esteve
           *> negativa e o spread e somado ao valor publicado
           05 IX-TAXA                PIC S9V9(04).
