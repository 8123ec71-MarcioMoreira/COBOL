      *>   'EM' emprestimos    'DP' depositos a prazo
      *>   'JO' juros credores da conta a ordem
      *>   'DO' juros devedores de descoberto
      *>   'IP' 'IV' 'IN' cobertura de imparidade do credito por
      *>   classe de risco (produtivo, vigilancia, nao produtivo);
      *>   nestes a banda e em dias de atraso e a taxa e a fracao
      *>   da exposicao a provisionar (IMPARIDADE-CREDITO)
      *>   'TF' taxa de transferencia interna de fundos, aplicada
      *>   aos saldos medios na rentabilidade por escalao
      *>   (RENTABILIDADE-ESCALOES): credita os recursos e debita
      *>   o credito
       01  REG-TAXA-PRODUTO.
           05 TX-CHAVE.
              10 TX-PRODUTO          PIC X(02).
