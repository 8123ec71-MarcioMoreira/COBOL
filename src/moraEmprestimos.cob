       77  WS-TAXA-MORA-ANUAL      PIC 9V9(04) VALUE 0.1000.
       77  WS-VALOR-VENCIDO        PIC 9(07)V99.
       77  WS-MORA-DO-DIA          PIC 9(07)V99.
       01  WS-MES-HOJE             PIC 9(06).
       01  WS-MES-ANTERIOR         PIC 9(06).
       01  WS-MES-ANTERIOR-PARTES REDEFINES WS-MES-ANTERIOR.
           05 WS-MA-ANO            PIC 9(04).
           05 WS-MA-MES            PIC 9(02).

       *> Limiares de classificacao por prestacoes em atraso:
       *> 0 produtivo, ate WS-LIMIAR-NPL - 1 vigilancia, dai em

           PERFORM 9800-LER-DATA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-HOJE.
           MOVE WS-MES-HOJE TO WS-MES-ANTERIOR.
           IF WS-MA-MES = 1
               SUBTRACT 1 FROM WS-MA-ANO
               MOVE 12 TO WS-MA-MES
           ELSE
               SUBTRACT 1 FROM WS-MA-MES
           END-IF.

           MOVE "MORA-EMPRESTIMOS" TO WS-RC-JOB
           PERFORM 9850-REGISTAR-INICIO-JOB
           ADD WS-MORA-DO-DIA TO EMP-SALDO-DEVEDOR
           ADD WS-MORA-DO-DIA TO EMP-MORA-ACUMULADA
           MOVE WS-DATA-HOJE TO EMP-DATA-ULTIMA-MORA
           PERFORM 2200-ACUMULAR-MORA-MES

           ADD 1 TO WS-TOTAL-COM-MORA
           ADD WS-MORA-DO-DIA TO WS-TOTAL-MORA-DIA

           PERFORM 4000-NOTIFICAR-CLIENTE.

       2200-ACUMULAR-MORA-MES.
           *> a primeira mora de um mes abre o balde do mes; o do
           *> mes que fecha passa a mes anterior se for o de ontem
           IF EMP-MES-MORA NOT = WS-MES-HOJE
               IF EMP-MES-MORA = WS-MES-ANTERIOR
                   MOVE EMP-MORA-MES TO EMP-MORA-MES-ANTERIOR
               ELSE
                   MOVE 0 TO EMP-MORA-MES-ANTERIOR
               END-IF
               MOVE WS-MES-HOJE TO EMP-MES-MORA
               MOVE 0 TO EMP-MORA-MES
           END-IF
           ADD WS-MORA-DO-DIA TO EMP-MORA-MES.

       3000-CLASSIFICAR-EMPRESTIMO.
           EVALUATE TRUE
               WHEN EMP-EM-ATRASO = 0
