      *> (COPY AUDITOP), inclui SIGNONWS na WORKING-STORAGE e faz
      *> PERFORM 9500-OPERADOR-SIGNON no arranque; as permissoes por
      *> funcao verificam-se com os niveis 88 de WS-OPR-PERFIL-ATUAL.
      *> Inclui PINHASH (e SIGNONWS inclui PINHASHWS): quem faz
      *> sign-on nao os volta a copiar.
       9500-OPERADOR-SIGNON.
           OPEN I-O FICHEIRO-OPERADORES.
           IF WS-FS-OPERADORES = "35"
           END-IF.

           DISPLAY "OPERADOR " WS-OPR-NOME-ATUAL " AUTENTICADO "
               "(PERFIL " WS-OPR-PERFIL-ATUAL ", BALCAO "
               WS-OPR-BALCAO-ATUAL ").".

       9510-VALIDAR-OPERADOR.
           MOVE WS-OPR-ID-INPUT TO OPR-ID
                   IF NOT OPERADOR-ATIVO
                       DISPLAY "ERRO: OPERADOR SUSPENSO!"
                   ELSE
                       MOVE WS-OPR-PIN-INPUT TO WS-PH-PIN
                       MOVE OPR-PIN-SALT TO WS-PH-SALT
                       MOVE OPR-PIN-HASH TO WS-PH-HASH-GUARDADO
                       PERFORM 8980-CONFERIR-PIN
                       IF PIN-CONFERE
                           MOVE 'S' TO WS-SIGNON-OK
                           MOVE OPR-ID TO WS-OPR-ATUAL
                           MOVE OPR-NOME TO WS-OPR-NOME-ATUAL
                           MOVE OPR-PERFIL TO WS-OPR-PERFIL-ATUAL
                           MOVE OPR-BALCAO TO WS-OPR-BALCAO-ATUAL
                       ELSE
                           DISPLAY "ERRO: PIN DE OPERADOR INVALIDO!"
                       END-IF
       9700-FECHAR-SIGNON.
           CLOSE FICHEIRO-OPERADORES.
           CLOSE FICHEIRO-AUDITORIA.

           COPY PINHASH.
