      *> Layout partilhado do perfil de utilizacao do cartao
      *> (FICHEIRO-PERFIS-CARTAO, data/perfis_cartao.dat). Um
      *> registo por cartao com compras aprovadas, atualizado por
      *> POS-AUTORIZACAO em cada aprovacao: da o valor medio das
      *> compras e a data do ultimo uso as regras de fraude 'M' e
      *> 'I' (ver REGRAFRAUDE).
       01  REG-PERFIL-CARTAO.
           05 PFC-CARTAO             PIC 9(16).
           05 PFC-NUM-COMPRAS        PIC 9(07).
           05 PFC-VALOR-COMPRAS      PIC 9(11)V99.
           05 PFC-DATA-ULTIMA-COMPRA PIC 9(08).
