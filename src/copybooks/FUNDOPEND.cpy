      *> Layout partilhado do registo de fundos por aplicar
      *> (FICHEIRO-FUNDOS-PENDENTES, data/fundos_pendentes.dat). Um
      *> registo por credito de compensacao recebido que
      *> COMPENSACAO-ENTRADA nao conseguiu lancar, com o motivo. O
      *> back-office repara-o em GESTAO-FUNDOS-PENDENTES (nova conta
      *> de destino e lancamento) e DEVOLUCAO-FUNDOS devolve ao
      *> banco de origem o que continuar por aplicar ao fim do prazo.
       01  REG-FUNDO-PENDENTE.
           05 FP-ID                  PIC 9(09).
           *> dados do credito tal como vieram no ficheiro de entrada
           05 FP-CONTA-ORIGEM        PIC 9(09).
           05 FP-CONTA-DESTINO       PIC 9(09).
           05 FP-VALOR               PIC 9(07)V99.
           05 FP-MOEDA               PIC X(03).
           05 FP-DATA-COMPENSACAO    PIC 9(08).
           *> dia de negocio em que o credito ficou estacionado; o
           *> prazo de devolucao conta-se a partir daqui
           05 FP-DATA-ENTRADA        PIC 9(08).
           05 FP-MOTIVO              PIC X(02).
               88 MOTIVO-CONTA-INEXISTENTE VALUE "01".
               88 MOTIVO-CONTA-SEM-CREDITO VALUE "02".
               88 MOTIVO-SEM-CAMBIO-CONTA  VALUE "03".
               88 MOTIVO-SEM-CAMBIO-SUSP   VALUE "04".
               88 MOTIVO-ERRO-LANCAMENTO   VALUE "05".
           *> 'P-Pendente', 'A-Aplicado (reparado)',
           *> 'D-Devolvido ao banco de origem'
           05 FP-ESTADO              PIC X(01).
               88 FUNDO-PENDENTE       VALUE "P".
               88 FUNDO-APLICADO       VALUE "A".
               88 FUNDO-DEVOLVIDO      VALUE "D".
           *> conta efetivamente creditada na reparacao (0 enquanto
           *> pendente ou quando devolvido)
           05 FP-CONTA-APLICADA      PIC 9(09).
           05 FP-DATA-RESOLUCAO      PIC 9(08).
           *> operador que reparou (0 na devolucao automatica)
           05 FP-OPERADOR            PIC 9(09).
