                   IF NOT OPERADOR-ATIVO
                       DISPLAY "ERRO: OPERADOR SUSPENSO!"
                   ELSE
                       MOVE WS-FE-SUP-PIN TO WS-PH-PIN
                       MOVE OPR-PIN-SALT TO WS-PH-SALT
                       MOVE OPR-PIN-HASH TO WS-PH-HASH-GUARDADO
                       PERFORM 8980-CONFERIR-PIN
                       IF NOT PIN-CONFERE
                           DISPLAY "ERRO: PIN INVALIDO!"
                       ELSE
                           IF PERFIL-SUPERVISOR OR PERFIL-ADMIN
