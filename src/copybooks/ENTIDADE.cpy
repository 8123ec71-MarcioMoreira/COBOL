      *> Layout partilhado do registo de entidades de pagamento de
      *> servicos (FICHEIRO-ENTIDADES, data/entidades.dat). Uma
      *> entidade credora (agua, luz, telecomunicacoes, impostos)
      *> por registo, com a regra do digito de controlo das suas
      *> referencias e a conta onde recebe a liquidacao diaria.
      *> Mantido por TABELA-ENTIDADES; consultado por BANKFLOW e
      *> BANKFLOW-BATCH na captura e por LIQUIDACAO-SERVICOS.
       01  REG-ENTIDADE.
           05 ENT-CODIGO             PIC 9(05).
           05 ENT-NOME               PIC X(30).
           *> regra de controlo da referencia de pagamento (ver
           *> 8960-VALIDAR-REFERENCIA em VALREF): 'N' sem digito de
           *> controlo, 'L' modulo 10 (Luhn) no ultimo digito, 'M'
           *> modulo 97 nos dois ultimos digitos
           05 ENT-REGRA-REF          PIC X(01).
               88 REGRA-REF-VALIDA     VALUE "N" "L" "M".
           *> conta de liquidacao: banco 0000 = conta deste banco em
           *> clients.dat; outro banco = paga pela compensacao
           05 ENT-BANCO-LIQUIDACAO   PIC 9(04).
           05 ENT-CONTA-LIQUIDACAO   PIC 9(09).
           *> so se aceitam pagamentos de contas nesta moeda
           05 ENT-MOEDA              PIC X(03).
           05 ENT-ESTADO             PIC X(01).
               88 ENTIDADE-ATIVA       VALUE "A".
               88 ENTIDADE-SUSPENSA    VALUE "S".
