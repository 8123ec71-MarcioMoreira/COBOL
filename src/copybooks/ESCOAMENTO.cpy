      *> Layout do perfil comportamental de escoamento dos depositos
      *> a ordem (FICHEIRO-ESCOAMENTO, data/escoamento_ordem.dat),
      *> usado por MAPA-LIQUIDEZ. Um unico registo de texto com a
      *> percentagem do saldo a ordem que se assume sair em cada
      *> faixa do mapa (overnight, ate 1 mes, 1-3 meses, 3-12
      *> meses, 1-5 anos, mais de 5 anos), 5 digitos cada com duas
      *> casas decimais implicitas (01000 = 10,00%). A soma das seis
      *> faixas tem de dar 100%; sem o ficheiro, ou com um perfil
      *> invalido, o mapa usa o perfil de omissao do programa.
       01  REG-ESCOAMENTO.
           05 EO-PERCENTAGEM         PIC 9(03)V99 OCCURS 6 TIMES.
