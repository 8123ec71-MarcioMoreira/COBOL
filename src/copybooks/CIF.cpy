           05 CIF-ESTADO-KYC         PIC X(01).
               88 KYC-EM-DIA           VALUE "A".
               88 KYC-EXPIRADO         VALUE "E".
      *> Grupo de clientes ligados, para a concentracao de risco
      *> (ver GRANDES-RISCOS): o grupo e identificado pelo CIF do
      *> cliente que o encabeca (o lider tem CIF-GRUPO = CIF-ID);
      *> zero = cliente sem grupo. Mantido pela opcao G de
      *> SETUP-DATABASE.
           05 CIF-GRUPO              PIC 9(09).
           *> 'F-Agregado familiar', 'E-Grupo empresarial',
           *> 'G-Ligacao por fianca', espaco = sem grupo
           05 CIF-LIGACAO-GRUPO      PIC X(01).
               88 LIGACAO-FAMILIAR     VALUE "F".
               88 LIGACAO-EMPRESARIAL  VALUE "E".
               88 LIGACAO-FIANCA       VALUE "G".
               88 LIGACAO-VALIDA       VALUE "F" "E" "G".
      *> Gestor de cliente: operador de data/operadores.dat
      *> responsavel pela relacao (0 = sem gestor). Atribuido pela
      *> opcao R de SETUP-DATABASE; a opcao M passa a carteira
      *> inteira de um gestor para outro quando ele sai.
           05 CIF-GESTOR             PIC 9(09).
      *> Segmento comercial atribuido pelo lote mensal
      *> SEGMENTACAO-CLIENTES pelos fundos totais do cliente (saldos
      *> das contas de cif_contas.dat mais depositos a prazo ativos);
      *> os clientes de grupos empresariais sao 'E'. O segmento do
      *> mes anterior fica em CIF-SEGMENTO-ANTERIOR para a carteira
      *> de cada gestor mostrar as subidas e descidas do mes.
           05 CIF-SEGMENTO           PIC X(01).
               88 SEGMENTO-MASSA       VALUE "M".
               88 SEGMENTO-AFLUENTE    VALUE "A".
               88 SEGMENTO-PRIVATE     VALUE "P".
               88 SEGMENTO-EMPRESA     VALUE "E".
           05 CIF-SEGMENTO-ANTERIOR  PIC X(01).
           *> dia de negocio da ultima segmentacao (0 = nunca)
           05 CIF-DATA-SEGMENTO      PIC 9(08).
