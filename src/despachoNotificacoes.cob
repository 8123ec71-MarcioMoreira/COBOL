       77  WS-FS-NOTIFICACOES      PIC XX.
       77  WS-DATA-HOJE            PIC 9(08).
       77  WS-VALOR-FORMATADO      PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-ULTIMOS-DIGITOS      PIC 9(04).
       77  WS-TOTAL-ENVIADAS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-FALHADAS       PIC 9(05) VALUE 0.
       77  WS-TOTAL-JA-TRATADAS    PIC 9(05) VALUE 0.
                       " FOI DEVOLVIDO PELO BANCO SACADO - O "
                       "CREDITO NA CONTA " NT-CONTA
                       " FOI REVERTIDO."
               WHEN "08"
                   DISPLAY "PARA " NT-CONTACTO ": FORAM PENHORADOS "
                       WS-VALOR-FORMATADO " DA CONTA " NT-CONTA
                       " POR ORDEM JUDICIAL OU FISCAL - CONTACTE A "
                       "ENTIDADE EXECUTANTE."
               WHEN "09"
                   DISPLAY "PARA " NT-CONTACTO ": A CONTA " NT-CONTA
                       " NAO TEM MOVIMENTOS SEUS HA MAIS DE 20 ANOS. "
                       "O SALDO DE " WS-VALOR-FORMATADO " SERA "
                       "ENTREGUE AO ESTADO SE NAO A MOVIMENTAR NOS "
                       "PROXIMOS 90 DIAS."
               WHEN "10"
                   MOVE NT-PARAMETRO TO WS-ULTIMOS-DIGITOS
                   DISPLAY "PARA " NT-CONTACTO ": O SEU NOVO CARTAO "
                       "DE DEBITO TERMINADO EM " WS-ULTIMOS-DIGITOS
                       " (CONTA " NT-CONTA ") SEGUE PELO CORREIO. "
                       "ATIVA-SE NA PRIMEIRA UTILIZACAO NUM TERMINAL "
                       "COM O PIN."
               WHEN "11"
                   DISPLAY "PARA " NT-CONTACTO ": UMA COMPRA DE "
                       WS-VALOR-FORMATADO " COM O SEU CARTAO (CONTA "
                       NT-CONTA ") FOI APROVADA E ESTA EM ANALISE. "
                       "SE NAO A RECONHECE, CONTACTE O BANCO."
               WHEN "12"
                   DISPLAY "PARA " NT-CONTACTO ": O SEU CARTAO (CONTA "
                       NT-CONTA ") FOI BLOQUEADO POR SUSPEITA DE "
                       "FRAUDE NUMA COMPRA DE " WS-VALOR-FORMATADO
                       ". CONTACTE O BANCO."
               WHEN "13"
                   DISPLAY "PARA " NT-CONTACTO ": A TAXA DO SEU "
                       "EMPRESTIMO (CONTA " NT-CONTA ") FOI REVISTA "
                       "PELO INDEXANTE. A NOVA PRESTACAO MENSAL E DE "
                       WS-VALOR-FORMATADO "."
               WHEN "14"
                   DISPLAY "PARA " NT-CONTACTO ": O CODIGO DE "
                       "LEVANTAMENTO SEM CARTAO QUE CRIOU (CONTA "
                       NT-CONTA ") FOI LEVANTADO NUM ATM. VALOR: "
                       WS-VALOR-FORMATADO "."
               WHEN "15"
                   DISPLAY "PARA " NT-CONTACTO ": O CODIGO DE "
                       "LEVANTAMENTO SEM CARTAO QUE CRIOU (CONTA "
                       NT-CONTA ") EXPIROU SEM SER LEVANTADO. O VALOR "
                       "DE " WS-VALOR-FORMATADO " VOLTOU A ESTAR "
                       "DISPONIVEL."
               WHEN OTHER
                   DISPLAY "PARA " NT-CONTACTO ": EVENTO " NT-EVENTO
                       " NA CONTA " NT-CONTA "."
