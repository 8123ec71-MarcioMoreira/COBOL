      *> Layout partilhado da fotografia diaria de indicadores de
      *> gestao (FICHEIRO-INDICADORES, data/indicadores.dat, chave
      *> KPI-DATA). Gravada no fim de FECHO-DIA, uma por dia de
      *> negocio: reexecutar o fecho substitui a do proprio dia.
      *> Comparada com o dia anterior, o fim do mes anterior e o
      *> mesmo dia do ano anterior por RELATORIO-INDICADORES.
      *> Valores monetarios em EUR (contas em moeda estrangeira pela
      *> tabela de cambios; sem taxa, pelo valor nominal).
       01  REG-INDICADOR.
           05 KPI-DATA               PIC 9(08).
           *> contas que fecharam o dia pela primeira vez (sem saldo
           *> de abertura) e contas encerradas no dia: as que
           *> passaram a 'E' desde a fotografia anterior mais as
           *> eliminadas do ficheiro (KPI-CONTAS-ELIMINADAS)
           05 KPI-CONTAS-ABERTAS     PIC 9(07).
           05 KPI-CONTAS-ENCERRADAS  PIC 9(07).
           05 KPI-CONTAS-ELIMINADAS  PIC 9(07).
           *> contas em carteira por estado (ver CLIENTE); as
           *> encerradas sao o acumulado que serve de base a
           *> fotografia seguinte
           05 KPI-CONTAS-ATIVAS      PIC 9(07).
           05 KPI-CONTAS-DORMENTES   PIC 9(07).
           05 KPI-CONTAS-BLOQUEADAS  PIC 9(07).
           05 KPI-CONTAS-CONGELADAS  PIC 9(07).
           05 KPI-CONTAS-FALECIDO    PIC 9(07).
           05 KPI-TOTAL-ENCERRADAS   PIC 9(07).
           *> saldos credores das contas a ordem, capital dos
           *> depositos a prazo ativos, saldo devedor dos
           *> emprestimos vivos e descoberto utilizado
           05 KPI-DEPOSITOS-ORDEM    PIC 9(13)V99.
           05 KPI-DEPOSITOS-PRAZO    PIC 9(13)V99.
           05 KPI-EMPRESTIMOS        PIC 9(13)V99.
           05 KPI-DESCOBERTOS        PIC 9(13)V99.
           *> movimentos do dia (movements.dat) por canal, agrupados
           *> pelo tipo de operacao:
           *>   1 numerario (D, L)
           *>   2 cartao em POS (O)
           *>   3 transferencias (T, E, V)
           *>   4 cheques (H, Q)
           *>   5 debitos diretos e pagamentos (A, B, P)
           *>   6 lancamentos internos do banco (restantes tipos)
           05 KPI-CANAIS.
              10 KPI-CANAL OCCURS 6 TIMES.
                 15 KPI-CANAL-QTD    PIC 9(07).
                 15 KPI-CANAL-VALOR  PIC 9(13)V99.
           *> movimentos do dia por tipo, na ordem de
           *> "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
           05 KPI-TIPOS.
              10 KPI-TIPO-QTD        PIC 9(07) OCCURS 36 TIMES.
           *> numerario dispensado pelos ATM: levantamentos 'L' do
           *> razao menos as saidas de caixa de balcao do dia (como
           *> em RECONCILIACAO-ATM)
           05 KPI-ATM-QTD            PIC 9(07).
           05 KPI-ATM-VALOR          PIC 9(13)V99.
           *> comissoes cobradas no dia ('F' e manutencao 'M')
           05 KPI-COMISSOES          PIC 9(13)V99.
           *> alertas novos de data/alertas_aml.dat com a data do dia
           05 KPI-ALERTAS-AML        PIC 9(07).
           *> contas a ordem em moeda sem taxa em CAMBIO.DAT (contadas
           *> pelo valor nominal)
           05 KPI-SEM-CAMBIO         PIC 9(07).
