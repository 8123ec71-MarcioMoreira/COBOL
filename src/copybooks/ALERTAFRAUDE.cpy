      *> Layout partilhado do alerta de fraude de cartoes
      *> (FICHEIRO-ALERTAS-FRAUDE, data/alertas_fraude.dat). Um
      *> registo por regra que disparou numa autorizacao POS,
      *> gravado por POS-AUTORIZACAO. Os alertas de regras que so
      *> sinalizam entram pendentes na fila de revisao, trabalhada
      *> em REVISAO-FRAUDE; os de recusa e bloqueio ficam so para
      *> as estatisticas de RELATORIO-FRAUDE.
       01  REG-ALERTA-FRAUDE.
           05 AFR-ID                 PIC 9(09).
           05 AFR-DATA               PIC 9(08).
           05 AFR-CARTAO             PIC 9(16).
           05 AFR-CONTA              PIC 9(09).
           05 AFR-VALOR              PIC 9(07)V99.
           05 AFR-REGRA              PIC X(02).
           05 AFR-ACAO               PIC X(01).
           *> ordem do disparo na tentativa (1 no primeiro), para
           *> contar tentativas e nao disparos
           05 AFR-ORDEM              PIC 9(01).
           *> 'A' compra aprovada, 'R' recusada pelas regras
           05 AFR-RESULTADO          PIC X(01).
               88 ALERTA-COMPRA-APROVADA VALUE "A".
               88 ALERTA-COMPRA-RECUSADA VALUE "R".
           *> referencia do cativo quando aprovada (0 se recusada)
           05 AFR-REFERENCIA         PIC 9(09).
           05 AFR-ESTADO             PIC X(01).
               88 ALERTA-SO-ESTATISTICA VALUE "N".
               88 ALERTA-PENDENTE       VALUE "P".
               88 ALERTA-LEGITIMO       VALUE "L".
               88 ALERTA-FRAUDE         VALUE "F".
           05 AFR-OPERADOR           PIC 9(09).
           05 AFR-DATA-DECISAO       PIC 9(08).
