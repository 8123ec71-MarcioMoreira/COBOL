      *> Layout partilhado do tarifario de comissoes por evento
      *> (FICHEIRO-TARIFARIO, data/tarifario.dat). Uma comissao por
      *> evento, escalao de produto (ESCALAO-FILE, ou '**' para
      *> todos) e data efetiva; a comissao em vigor e a do escalao
      *> da conta, ou na falta dela a de '**', com a data efetiva
      *> mais recente que nao seja futura (ver TARIFARIO). Mantido
      *> por TABELA-COMISSOES.
      *> Eventos em uso:
      *>   'CD' emissao de caderneta de cheques (GESTAO-CHEQUES)
      *>   'SC' suspensao de cheque (GESTAO-CHEQUES)
      *>   'CH' cheque depositado devolvido (RETORNO-CHEQUES)
      *>   'DD' devolucao de debito direto (DEVOLUCAO-DEBITO)
      *>   'CT' substituicao de cartao (GESTAO-CARTOES)
      *>   'PN' reposicao de PIN (RESET-PIN)
      *>   'TI' transferencia interbancaria (BANKFLOW,
      *>        BANKFLOW-BATCH)
       01  REG-TARIFA.
           05 TF-CHAVE.
              10 TF-EVENTO           PIC X(02).
              10 TF-ESCALAO          PIC X(02).
              10 TF-DATA-EFETIVA     PIC 9(08).
           05 TF-DESCRICAO           PIC X(30).
           *> comissao sem imposto; 0 = evento gratuito neste escalao
           05 TF-VALOR               PIC 9(05)V99.
           *> imposto que acresce a comissao: 'S' imposto do selo,
           *> 'I' IVA, 'N' isenta; a taxa e a fracao (0,0400 = 4%)
           05 TF-TIPO-IMPOSTO        PIC X(01).
               88 TF-IMPOSTO-SELO       VALUE "S".
               88 TF-IMPOSTO-IVA        VALUE "I".
               88 TF-SEM-IMPOSTO        VALUE "N".
               88 TF-TIPO-IMPOSTO-VALIDO VALUE "S" "I" "N".
           05 TF-TAXA-IMPOSTO        PIC 9V9(04).
