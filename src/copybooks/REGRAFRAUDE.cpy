      *> Layout partilhado da tabela de regras de fraude de cartoes
      *> (FICHEIRO-REGRAS-FRAUDE, data/regras_fraude.dat). Cada
      *> regra e avaliada por POS-AUTORIZACAO em cada compra que
      *> passou as validacoes do cartao, da conta e do saldo; a
      *> acao da regra decide o que acontece quando dispara.
      *> Mantida por TABELA-FRAUDE; as taxas de disparo saem de
      *> RELATORIO-FRAUDE para afinar os limites.
       01  REG-REGRA-FRAUDE.
           05 RFR-CODIGO             PIC X(02).
           *> 'Q' numero de compras do cartao na janela (com a atual)
           *>     acima de RFR-LIMITE-QTD
           *> 'V' valor das compras do cartao na janela (com a atual)
           *>     acima de RFR-LIMITE-VALOR
           *> 'I' primeira compra depois de RFR-JANELA-DIAS sem uso,
           *>     de valor igual ou acima de RFR-LIMITE-VALOR
           *> 'M' compra acima de RFR-MULTIPLO vezes o valor medio do
           *>     cartao e de RFR-LIMITE-VALOR, com pelo menos
           *>     RFR-LIMITE-QTD compras de historico
           05 RFR-TIPO               PIC X(01).
               88 REGRA-NUM-COMPRAS     VALUE "Q".
               88 REGRA-VALOR-JANELA    VALUE "V".
               88 REGRA-INATIVIDADE     VALUE "I".
               88 REGRA-VALOR-INVULGAR  VALUE "M".
               88 TIPO-REGRA-VALIDO     VALUE "Q" "V" "I" "M".
           05 RFR-DESCRICAO          PIC X(30).
           *> janela movel em dias (Q/V, o dia de hoje conta) ou
           *> dias sem uso (I)
           05 RFR-JANELA-DIAS        PIC 9(03).
           05 RFR-LIMITE-QTD         PIC 9(03).
           05 RFR-LIMITE-VALOR       PIC 9(07)V99.
           05 RFR-MULTIPLO           PIC 9(03)V99.
           *> 'R' recusa a compra, 'S' aprova mas sinaliza para a
           *> fila de revisao com aviso ao cliente, 'B' recusa e
           *> bloqueia o cartao
           05 RFR-ACAO               PIC X(01).
               88 ACAO-RECUSAR          VALUE "R".
               88 ACAO-SINALIZAR        VALUE "S".
               88 ACAO-BLOQUEAR         VALUE "B".
               88 ACAO-FRAUDE-VALIDA    VALUE "R" "S" "B".
           05 RFR-ATIVA              PIC X(01).
               88 REGRA-FRAUDE-ATIVA    VALUE "S".
