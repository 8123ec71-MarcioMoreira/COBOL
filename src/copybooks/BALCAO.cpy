      *> Layout partilhado da tabela de balcoes (FICHEIRO-BALCOES,
      *> data/balcoes.dat). Um balcao por registo; cada conta e cada
      *> operador apontam para o seu balcao (BALCAO-FILE, OPR-BALCAO)
      *> e cada movimento leva o balcao de domicilio da conta
      *> (MOV-BALCAO). Mantida por TABELA-BALCOES; o balcao 0001
      *> (sede) existe sempre e e o atribuido por omissao.
       01  REG-BALCAO.
           05 BAL-CODIGO             PIC 9(04).
           05 BAL-NOME               PIC X(30).
           *> direcao regional a que o balcao reporta
           05 BAL-REGIAO             PIC X(20).
           05 BAL-ESTADO             PIC X(01).
               88 BALCAO-ATIVO         VALUE "A".
               88 BALCAO-ENCERRADO     VALUE "E".
