      *> Layout partilhado do codigo de levantamento sem cartao
      *> (FICHEIRO-CODIGOS-LEV, data/codigos_levantamento.dat). O
      *> cliente cria o codigo em BANKFLOW para um valor em notas
      *> inteiras, com um codigo secreto e uma validade em horas; o
      *> valor fica cativo em SALDO-CATIVO-FILE ate SISTEMADESAQUE
      *> pagar o codigo (debito 'L' contra o cativo) ou o lote
      *> EXPIRAR-CODIGOS o libertar na validade.
       01  REG-CODIGO-LEVANTAMENTO.
           05 CL-CODIGO              PIC 9(09).
           05 CL-CONTA               PIC 9(09).
           05 CL-VALOR               PIC 9(07)V99.
           *> o codigo secreto nunca e gravado em claro: sal e hash
           *> como nos PINs (ver PINHASHWS)
           05 CL-SALT                PIC 9(08).
           05 CL-HASH                PIC 9(18).
           05 CL-DATA-CRIACAO        PIC 9(08).
           *> validade pelo relogio de parede (AAAAMMDDHHMM): as
           *> horas de validade contam-se a partir da criacao,
           *> independentemente da data de negocio
           05 CL-EXPIRACAO.
              10 CL-EXPIRA-DATA      PIC 9(08).
              10 CL-EXPIRA-HORA      PIC 9(02).
              10 CL-EXPIRA-MINUTO    PIC 9(02).
           *> codigos secretos errados seguidos no ATM; ao limite o
           *> codigo fica bloqueado e o cativo so sai na validade
           05 CL-TENTATIVAS          PIC 9(01).
           05 CL-ESTADO              PIC X(01).
               88 CODIGO-LEV-ATIVO     VALUE "A".
               88 CODIGO-LEV-PAGO      VALUE "R".
               88 CODIGO-LEV-EXPIRADO  VALUE "E".
               88 CODIGO-LEV-BLOQUEADO VALUE "B".
           *> dia de negocio e ATM do pagamento (0 por pagar)
           05 CL-DATA-RESGATE        PIC 9(08).
           05 CL-ATM                 PIC 9(04).
