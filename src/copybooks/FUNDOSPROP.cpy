      *> Layout dos parametros de fundos proprios para o limite de
      *> concentracao de risco (FICHEIRO-FUNDOS-PROPRIOS,
      *> data/fundos_proprios.dat), usado por GRANDES-RISCOS e pelo
      *> aviso na originacao em EMPRESTIMO. Um unico registo de
      *> texto, atualizado pela contabilidade a cada fecho de
      *> trimestre: data de referencia (AAAAMMDD), fundos proprios
      *> elegiveis em EUR (13 digitos, dois decimais implicitos) e
      *> limite por cliente ou grupo em percentagem dos fundos
      *> proprios (5 digitos, dois decimais implicitos: 02500 =
      *> 25,00%). Sem o ficheiro nao ha limite para comparar.
       01  REG-FUNDOS-PROPRIOS.
           05 FP-DATA-REFERENCIA     PIC 9(08).
           05 FP-MONTANTE            PIC 9(11)V99.
           05 FP-LIMITE-PERC         PIC 9(03)V99.
