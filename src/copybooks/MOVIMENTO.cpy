           *> 'U-Juros devedores de descoberto',
           *> 'K-Ganho cambial' / 'W-Perda cambial' (reavaliacao),
           *> 'O-Compra POS liquidada',
           *> 'H-Deposito de cheque de outro banco (em float)',
           *> 'Z-Penhora (saldo apreendido por ordem judicial/fiscal)',
           *> 'G-Saldo prescrito entregue ao Estado',
           *> 'A-Pagamento de servicos (ver LIQUIDACAO-SERVICOS)',
           *> 'N-Acerto de juros por lancamento com data-valor
           *> retroativa (a favor do cliente)',
           *> '4-Imposto (do selo ou IVA) sobre uma comissao 'F'
           *> cobrada pelo tarifario (ver TARIFARIO)'
           05 MOV-TIPO-OP            PIC X(01).
           05 MOV-VALOR              PIC S9(07)V99 SIGN IS
               TRAILING SEPARATE CHARACTER.
           *> quando MOV-TIPO-OP e um estorno ('X' credito / 'Y'
           *> debito gravados por ESTORNO-MOVIMENTO); 0 nos restantes
           05 MOV-REF-ESTORNO        PIC 9(09).
           *> balcao de domicilio da conta na data do lancamento
           *> (BALCAO-FILE), para os apuramentos por balcao nao
           *> mudarem quando a conta muda de balcao
           05 MOV-BALCAO             PIC 9(04).
           *> data-valor: dia a partir do qual o lancamento conta
           *> para o saldo sobre que se calculam juros (JUROS-MENSAL,
           *> JUROS-DEVEDORES). Igual a MOV-DATA salvo no deposito de
           *> cheque (data de disponibilidade), na compensacao de
           *> entrada (data de liquidacao) e no estorno (data-valor do
           *> original). Uma data-valor anterior a MOV-DATA que cruze
           *> um apuramento de juros ja corrido e acertada por
           *> ACERTO-JUROS-VALOR. Ficheiros anteriores convertem-se
           *> com CONVERTE-MOVIMENTOS-2.
           05 MOV-DATA-VALOR         PIC 9(08).
