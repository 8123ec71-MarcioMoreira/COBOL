      *> Paragrafos partilhados do hash de PINs (ver PINHASHWS). O
      *> hash e de sentido unico: quadrados sucessivos modulo dois
      *> primos, misturando PIN, sal e numero da ronda; nao ha forma
      *> de recuperar o PIN a partir do registo, so de o conferir.
       8970-CALCULAR-HASH-PIN.
           COMPUTE WS-PH-A = FUNCTION MOD(
               WS-PH-SALT * 1000003 + WS-PH-PIN, WS-PH-PRIMO-A)
           COMPUTE WS-PH-B = FUNCTION MOD(
               WS-PH-PIN * 7919 + WS-PH-SALT + 1, WS-PH-PRIMO-B)
           PERFORM VARYING WS-PH-RONDA FROM 1 BY 1
                   UNTIL WS-PH-RONDA > WS-PH-RONDAS
               COMPUTE WS-PH-PRODUTO = WS-PH-A * WS-PH-A
               COMPUTE WS-PH-A = FUNCTION MOD(
                   WS-PH-PRODUTO + WS-PH-B + WS-PH-RONDA,
                   WS-PH-PRIMO-A)
               COMPUTE WS-PH-PRODUTO = WS-PH-B * WS-PH-B
               COMPUTE WS-PH-B = FUNCTION MOD(
                   WS-PH-PRODUTO + WS-PH-A + WS-PH-SALT,
                   WS-PH-PRIMO-B)
           END-PERFORM
           MOVE WS-PH-ESTADO-NUM TO WS-PH-HASH.

       8971-GERAR-SALT.
           *> sal novo a cada PIN gravado: dois clientes com o mesmo
           *> PIN ficam com hashes diferentes
           IF NOT GERADOR-SEMEADO
               ACCEPT WS-PH-HORA FROM TIME
               MOVE FUNCTION RANDOM(WS-PH-HORA) TO WS-PH-ALEATORIO
               MOVE 'S' TO WS-PH-SEMEADO
           END-IF
           MOVE FUNCTION RANDOM TO WS-PH-ALEATORIO
           COMPUTE WS-PH-SALT = WS-PH-ALEATORIO * 100000000
           IF WS-PH-SALT = 0
               MOVE 1 TO WS-PH-SALT
           END-IF.

       8975-GERAR-HASH-PIN.
           PERFORM 8971-GERAR-SALT
           PERFORM 8970-CALCULAR-HASH-PIN.

       8980-CONFERIR-PIN.
           MOVE 'N' TO WS-PH-CONFERE
           PERFORM 8970-CALCULAR-HASH-PIN
           IF WS-PH-HASH = WS-PH-HASH-GUARDADO
               MOVE 'S' TO WS-PH-CONFERE
           END-IF.
