
           DISPLAY " ".
           DISPLAY "MOV-ID    CONTA     OP VALOR          SALDO APOS"
               "     DATA     DT-VALOR".
           DISPLAY "-------------------------------------------------".

           PERFORM 2000-PERCORRER-MOVIMENTOS.
           MOVE MOV-SALDO-APOS TO WS-SALDO-FORMATADO
           DISPLAY MOV-ID " " MOV-CONTA " " MOV-TIPO-OP "  "
               WS-VALOR-FORMATADO "  " WS-SALDO-FORMATADO "  "
               MOV-DATA " " MOV-DATA-VALOR

           IF COM-EXPORTACAO
               MOVE MOV-ID TO EX-ID
