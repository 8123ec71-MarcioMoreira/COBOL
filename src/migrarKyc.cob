           MOVE "M" TO CIF-RISCO
           MOVE WS-DATA-HOJE TO CIF-DATA-REVISAO
           MOVE "A" TO CIF-ESTADO-KYC
           *> sem grupo de clientes ligados (opcao G de
           *> SETUP-DATABASE)
           MOVE 0 TO CIF-GRUPO
           MOVE SPACE TO CIF-LIGACAO-GRUPO
           *> sem gestor e por segmentar (SEGMENTACAO-CLIENTES)
           MOVE 0 TO CIF-GESTOR
           MOVE SPACE TO CIF-SEGMENTO
           MOVE SPACE TO CIF-SEGMENTO-ANTERIOR
           MOVE 0 TO CIF-DATA-SEGMENTO

           WRITE REG-CIF
               INVALID KEY
