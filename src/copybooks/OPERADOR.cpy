       01  REG-OPERADOR.
           05 OPR-ID                 PIC 9(09).
           05 OPR-NOME               PIC X(30).
           *> PIN guardado como sal + hash (ver PINHASH)
           05 OPR-PIN-SALT           PIC 9(08).
           05 OPR-PIN-HASH           PIC 9(18).
           *> 'T-Caixa (teller)', 'S-Supervisor', 'A-Administrador'
           05 OPR-PERFIL             PIC X(01).
               88 PERFIL-CAIXA         VALUE "T".
           05 OPR-ESTADO             PIC X(01).
               88 OPERADOR-ATIVO       VALUE "A".
               88 OPERADOR-SUSPENSO    VALUE "S".
           *> balcao onde o operador trabalha (ver TABELA-BALCOES)
           05 OPR-BALCAO             PIC 9(04).
