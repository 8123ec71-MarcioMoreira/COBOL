      *> Layout partilhado do pedido de credito (FICHEIRO-PEDIDOS,
      *> data/pedidos_credito.dat). O balcao regista o pedido em
      *> PEDIDO-CREDITO, que calcula a taxa de esforco e decide
      *> (aprovado / referido / recusado); os referidos ficam a
      *> espera da decisao de um supervisor. EMPRESTIMO so origina
      *> a partir de um pedido aprovado e marca-o como originado.
       01  REG-PEDIDO-CREDITO.
           05 PCR-NUMERO             PIC 9(09).
           05 PCR-CONTA              PIC 9(09).
           *> titular que pede o credito: o rendimento e o endivida-
           *> mento sao apurados em todas as contas deste CIF
           05 PCR-CIF                PIC 9(09).
           05 PCR-CAPITAL            PIC 9(07)V99.
           05 PCR-PRAZO-MESES        PIC 9(03).
           *> taxa do precario em vigor no dia do pedido e prestacao
           *> (sistema frances) que a taxa de esforco avaliou
           05 PCR-TAXA-ANUAL         PIC 9V9(04).
           05 PCR-PRESTACAO          PIC 9(07)V99.
           05 PCR-DATA-PEDIDO        PIC 9(08).
           05 PCR-OPERADOR           PIC 9(09).
           *> rendimento mensal medio: creditos de salario ('V') dos
           *> ultimos seis meses a dividir por seis
           05 PCR-RENDIMENTO-MENSAL  PIC 9(07)V99.
           05 PCR-MESES-COM-SALARIO  PIC 9(01).
           *> prestacoes dos emprestimos ativos do CIF neste banco e
           *> prestacoes em atraso nesses emprestimos
           05 PCR-PRESTACOES-EXIST   PIC 9(07)V99.
           05 PCR-PRESTACOES-ATRASO  PIC 9(03).
           *> posicao na central de responsabilidades de credito
           *> (outras instituicoes), copiada do mapa pelo balcao
           05 PCR-CRC-DIVIDA         PIC 9(09)V99.
           05 PCR-CRC-PRESTACOES     PIC 9(07)V99.
           05 PCR-CRC-INCUMPRIMENTO  PIC X(01).
               88 CRC-COM-INCUMPRIMENTO VALUE "S".
           *> taxa de esforco em percentagem do rendimento: todas as
           *> prestacoes (novas, existentes e CRC) / rendimento
           05 PCR-TAXA-ESFORCO       PIC 9(03)V99.
           *> decisao do sistema e o motivo que a determinou
           05 PCR-DECISAO-SISTEMA    PIC X(01).
           *> 'OK-Dentro da politica', 'TE-Taxa de esforco',
           *> 'AT-Prestacoes em atraso', 'CR-Incumprimento na CRC',
           *> 'AB-Credito abatido neste banco', 'SR-Sem rendimento
           *> domiciliado'
           05 PCR-MOTIVO             PIC X(02).
           *> 'A-Aprovado', 'R-Referido (aguarda supervisor)',
           *> 'D-Recusado', 'O-Originado em EMPRESTIMO'
           05 PCR-ESTADO             PIC X(01).
               88 PEDIDO-APROVADO      VALUE "A".
               88 PEDIDO-REFERIDO      VALUE "R".
               88 PEDIDO-RECUSADO      VALUE "D".
               88 PEDIDO-ORIGINADO     VALUE "O".
           *> decisao do supervisor sobre um referido (zeros quando
           *> o sistema decidiu sozinho)
           05 PCR-SUPERVISOR         PIC 9(09).
           05 PCR-DATA-DECISAO       PIC 9(08).
           05 PCR-OBSERVACAO         PIC X(40).
           05 PCR-EMPRESTIMO         PIC 9(09).
