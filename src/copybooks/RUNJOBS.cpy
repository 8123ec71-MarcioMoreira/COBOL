      *> no dia corrente). Acrescentar aqui qualquer job novo que a
      *> noite passe a ter de correr.
       01  WS-TABELA-JOBS.
           05 FILLER               PIC X(20) VALUE
               "INTEGRIDADE-DADOS".
           05 FILLER               PIC X(20) VALUE
               "EXPIRAR-CODIGOS".
           05 FILLER               PIC X(20) VALUE
               "EXECUTAR-PENHORAS".
           05 FILLER               PIC X(20) VALUE
               "EXECUTAR-ORDENS".
           05 FILLER               PIC X(20) VALUE
               "COBRANCA-DEBITOS".
           05 FILLER               PIC X(20) VALUE
               "REVISAO-TAXAS".
           05 FILLER               PIC X(20) VALUE
               "COBRANCA-PRESTACOES".
           05 FILLER               PIC X(20) VALUE
               "MORA-EMPRESTIMOS".
           05 FILLER               PIC X(20) VALUE
               "VENCIMENTO-DEPOSITOS".
           05 FILLER               PIC X(20) VALUE
               "VARRIMENTO-SALDOS".
           05 FILLER               PIC X(20) VALUE
               "ACERTO-JUROS-VALOR".
           05 FILLER               PIC X(20) VALUE
               "JUROS-DEVEDORES".
           05 FILLER               PIC X(20) VALUE
               "DEVOLUCAO-FUNDOS".
           05 FILLER               PIC X(20) VALUE
               "LIQUIDACAO-SERVICOS".
           05 FILLER               PIC X(20) VALUE
               "COBRANCA-COMISSOES".
           05 FILLER               PIC X(20) VALUE
               "SALVAGUARDA".
           05 FILLER               PIC X(20) VALUE
               "EXPORTA-GL".
           05 FILLER               PIC X(20) VALUE
               "MONITOR-AML".
           05 FILLER               PIC X(20) VALUE
               "RELATORIO-FRAUDE".
           05 FILLER               PIC X(20) VALUE
               "ESCALAR-RECLAMACOES".
       01  WS-LISTA-JOBS REDEFINES WS-TABELA-JOBS.
           05 WS-JOB-NOME OCCURS 21 TIMES PIC X(20).
       77  WS-JOBS-TOTAL           PIC 9(02) VALUE 21.
       77  WS-JOB-IDX              PIC 9(02).
