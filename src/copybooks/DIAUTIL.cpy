      *> Paragrafos partilhados da contagem de dias uteis (ver
      *> DIAUTILWS). 8942-SOMAR-DIAS-UTEIS devolve em WS-DU-DATA-FIM
      *> o dia util que fica WS-DU-DIAS dias uteis depois de
      *> WS-DU-DATA-INICIO; 8944-CONTAR-DIAS-UTEIS devolve em
      *> WS-DU-CONTAGEM os dias uteis depois de WS-DU-DATA-INICIO ate
      *> WS-DU-DATA-FIM, inclusive (0 se o fim nao e posterior).
       8940-CARREGAR-FERIADOS.
           MOVE 0 TO WS-DU-FER-TOTAL
           OPEN INPUT FICHEIRO-FERIADOS
           IF WS-FS-FERIADOS = "00"
               PERFORM UNTIL WS-FS-FERIADOS = "10"
                   READ FICHEIRO-FERIADOS
                       AT END
                           MOVE "10" TO WS-FS-FERIADOS
                       NOT AT END
                           IF WS-DU-FER-TOTAL < 500
                               ADD 1 TO WS-DU-FER-TOTAL
                               MOVE REG-FERIADO
                                   TO WS-DU-FER-DATA(WS-DU-FER-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHEIRO-FERIADOS
           ELSE
               DISPLAY "AVISO: SEM CALENDARIO DE FERIADOS - SO "
                   "SABADOS E DOMINGOS NAO CONTAM."
           END-IF.

       8942-SOMAR-DIAS-UTEIS.
           MOVE WS-DU-DATA-INICIO TO WS-DU-DATA-CALC
           MOVE 0 TO WS-DU-CONTAGEM
           PERFORM UNTIL WS-DU-CONTAGEM >= WS-DU-DIAS
               COMPUTE WS-DU-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DU-DATA-CALC) + 1
               COMPUTE WS-DU-DATA-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-DU-DIAS-INTEIRO)
               PERFORM 8946-TESTAR-DIA-UTIL
               IF DU-DIA-UTIL
                   ADD 1 TO WS-DU-CONTAGEM
               END-IF
           END-PERFORM
           MOVE WS-DU-DATA-CALC TO WS-DU-DATA-FIM.

       8944-CONTAR-DIAS-UTEIS.
           MOVE 0 TO WS-DU-CONTAGEM
           MOVE WS-DU-DATA-INICIO TO WS-DU-DATA-CALC
           PERFORM UNTIL WS-DU-DATA-CALC >= WS-DU-DATA-FIM
               COMPUTE WS-DU-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DU-DATA-CALC) + 1
               COMPUTE WS-DU-DATA-CALC =
                   FUNCTION DATE-OF-INTEGER(WS-DU-DIAS-INTEIRO)
               PERFORM 8946-TESTAR-DIA-UTIL
               IF DU-DIA-UTIL
                   ADD 1 TO WS-DU-CONTAGEM
               END-IF
           END-PERFORM.

       8946-TESTAR-DIA-UTIL.
           *> o dia 1 do calendario de INTEGER-OF-DATE (01/01/1601)
           *> foi uma segunda-feira: MOD 7 da 1=SEG ... 6=SAB, 0=DOM
           MOVE 'S' TO WS-DU-EHUTIL
           COMPUTE WS-DU-DIA-SEMANA =
               FUNCTION MOD(WS-DU-DIAS-INTEIRO, 7)
           IF WS-DU-DIA-SEMANA = 6 OR WS-DU-DIA-SEMANA = 0
               MOVE 'N' TO WS-DU-EHUTIL
               EXIT PARAGRAPH
           END-IF
           IF WS-DU-FER-TOTAL > 0
               PERFORM VARYING WS-DU-FER-IDX FROM 1 BY 1
                       UNTIL WS-DU-FER-IDX > WS-DU-FER-TOTAL
                   IF WS-DU-FER-DATA(WS-DU-FER-IDX) = WS-DU-DATA-CALC
                       MOVE 'N' TO WS-DU-EHUTIL
                   END-IF
               END-PERFORM
           END-IF.
