      *> Layout partilhado das posicoes de um processo de heranca
      *> (FICHEIRO-HERANCA-POSICOES, data/heranca_posicoes.dat). Uma
      *> linha por conta, deposito a prazo ou emprestimo ligado ao
      *> CIF falecido, com o saldo a data do obito; a chave composta
      *> permite varrer todas as posicoes de um processo com
      *> START/READ NEXT. Gravado por GESTAO-HERANCAS e lido por
      *> ENCERRAR-CONTA.
       01  REG-HERANCA-POSICAO.
           05 HP-CHAVE.
              10 HP-CIF              PIC 9(09).
              *> 'C-Conta a ordem', 'D-Deposito a prazo',
              *> 'E-Emprestimo'
              10 HP-TIPO             PIC X(01).
                  88 POSICAO-CONTA       VALUE "C".
                  88 POSICAO-DEPOSITO    VALUE "D".
                  88 POSICAO-EMPRESTIMO  VALUE "E".
              10 HP-NUMERO           PIC 9(09).
           *> conta a ordem a que o produto esta ligado
           05 HP-CONTA               PIC 9(09).
           *> saldo da conta, capital do deposito ou capital em
           *> divida do emprestimo, a data do obito
           05 HP-SALDO               PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           05 HP-MOEDA               PIC X(03).
           *> papel do falecido na conta (TL-PAPEL de TITULAR)
           05 HP-PAPEL               PIC X(01).
           *> outros titulares primarios/conjuntos da conta
           05 HP-SOBREVIVENTES       PIC 9(02).
           *> 'H-Entra na heranca (conta congelada ate a partilha)',
           *> 'S-Mantida para os titulares sobreviventes'
           05 HP-TRATAMENTO          PIC X(01).
               88 POSICAO-HERANCA      VALUE "H".
               88 POSICAO-SOBREVIVENTES VALUE "S".
