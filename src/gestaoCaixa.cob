       77  WS-ESPERADO-FORMATADO   PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-TOTAL-LISTADAS       PIC 9(05).

       *> Subtotais por balcao do relatorio das caixas, localizados
       *> por pesquisa linear em memoria (como os totais por moeda
       *> de POSICAO-GLOBAL).
       77  WS-BAL-TOTAL            PIC 9(03) VALUE 0.
       77  WS-BAL-IDX              PIC 9(03).
       77  WS-BAL-PROCURADO        PIC 9(04).
       77  WS-BAL-ACHADO           PIC X.
           88 BALCAO-NA-TABELA       VALUE 'S'.
       01  WS-TABELA-BALCOES.
           05 WS-BAL-ENTRADA OCCURS 200 TIMES.
              10 WS-BAL-CODIGO         PIC 9(04).
              10 WS-BAL-CAIXAS         PIC 9(05).
              10 WS-BAL-ABERTAS        PIC 9(05).
              10 WS-BAL-FUNDO          PIC 9(11)V99.
              10 WS-BAL-ENTRADAS       PIC 9(11)V99.
              10 WS-BAL-SAIDAS         PIC 9(11)V99.
              10 WS-BAL-COFRE          PIC 9(11)V99.
              10 WS-BAL-TEORICO        PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           *> a gaveta de numerario deixa a folha de papel: cada

           MOVE "A" TO CXA-ESTADO
           MOVE WS-DATA-NEGOCIO TO CXA-DATA-ABERTURA
           MOVE WS-OPR-BALCAO-ATUAL TO CXA-BALCAO
           MOVE 0 TO CXA-ENTRADAS
           MOVE 0 TO CXA-SAIDAS
           MOVE 0 TO CXA-PARA-COFRE

       6000-RELATORIO-CAIXAS.
           DISPLAY " ".
           DISPLAY "OPERADOR  BALC EST ABERTURA SALDO TEORICO".
           DISPLAY "-------------------------------------------------"
           MOVE 0 TO WS-TOTAL-LISTADAS
           MOVE 0 TO WS-BAL-TOTAL

           MOVE LOW-VALUES TO CXA-OPERADOR
           START FICHEIRO-CAIXAS KEY IS GREATER THAN CXA-OPERADOR
           END-PERFORM

           DISPLAY "CAIXAS REGISTADAS: " WS-TOTAL-LISTADAS "."
           MOVE "00" TO WS-FS-CAIXAS

           PERFORM 6200-SUBTOTAIS-BALCAO.

       6100-LISTAR-UMA-CAIXA.
           COMPUTE WS-ESPERADO =
               CXA-FUNDO + CXA-ENTRADAS - CXA-SAIDAS
               - CXA-PARA-COFRE
           MOVE WS-ESPERADO TO WS-ESPERADO-FORMATADO
           DISPLAY CXA-OPERADOR " " CXA-BALCAO " " CXA-ESTADO "   "
               CXA-DATA-ABERTURA " " WS-ESPERADO-FORMATADO

           MOVE CXA-BALCAO TO WS-BAL-PROCURADO
           PERFORM 6300-LOCALIZAR-BALCAO
           ADD 1 TO WS-BAL-CAIXAS(WS-BAL-IDX)
           IF CAIXA-ABERTA
               ADD 1 TO WS-BAL-ABERTAS(WS-BAL-IDX)
           END-IF
           ADD CXA-FUNDO TO WS-BAL-FUNDO(WS-BAL-IDX)
           ADD CXA-ENTRADAS TO WS-BAL-ENTRADAS(WS-BAL-IDX)
           ADD CXA-SAIDAS TO WS-BAL-SAIDAS(WS-BAL-IDX)
           ADD CXA-PARA-COFRE TO WS-BAL-COFRE(WS-BAL-IDX)
           ADD WS-ESPERADO TO WS-BAL-TEORICO(WS-BAL-IDX).

       6200-SUBTOTAIS-BALCAO.
           *> numerario por balcao: o que as caixas do balcao tem
           *> de ter em gaveta e o que ja passou para o cofre
           IF WS-BAL-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "SUBTOTAIS POR BALCAO"
           DISPLAY "-------------------------------------------------"
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BAL-TOTAL
               DISPLAY "BALCAO " WS-BAL-CODIGO(WS-BAL-IDX) " - "
                   WS-BAL-CAIXAS(WS-BAL-IDX) " CAIXAS ("
                   WS-BAL-ABERTAS(WS-BAL-IDX) " ABERTAS)"
               MOVE WS-BAL-FUNDO(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  FUNDOS       : " WS-VALOR-FORMATADO
               MOVE WS-BAL-ENTRADAS(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  ENTRADAS     : " WS-VALOR-FORMATADO
               MOVE WS-BAL-SAIDAS(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  SAIDAS       : " WS-VALOR-FORMATADO
               MOVE WS-BAL-COFRE(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  PARA O COFRE : " WS-VALOR-FORMATADO
               MOVE WS-BAL-TEORICO(WS-BAL-IDX) TO WS-VALOR-FORMATADO
               DISPLAY "  SALDO TEORICO: " WS-VALOR-FORMATADO
           END-PERFORM.

       6300-LOCALIZAR-BALCAO.
           *> pesquisa linear na tabela de subtotais por balcao
           MOVE 'N' TO WS-BAL-ACHADO
           MOVE 1 TO WS-BAL-IDX
           PERFORM UNTIL WS-BAL-IDX > WS-BAL-TOTAL
                      OR BALCAO-NA-TABELA
               IF WS-BAL-CODIGO(WS-BAL-IDX) = WS-BAL-PROCURADO
                   MOVE 'S' TO WS-BAL-ACHADO
               ELSE
                   ADD 1 TO WS-BAL-IDX
               END-IF
           END-PERFORM
           IF NOT BALCAO-NA-TABELA
               IF WS-BAL-TOTAL >= 200
                   DISPLAY "ERRO: MAIS DE 200 BALCOES DISTINTOS - "
                       "TABELA DE SUBTOTAIS CHEIA."
                   STOP RUN
               END-IF
               ADD 1 TO WS-BAL-TOTAL
               MOVE WS-BAL-TOTAL TO WS-BAL-IDX
               MOVE WS-BAL-PROCURADO TO WS-BAL-CODIGO(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-CAIXAS(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-ABERTAS(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-FUNDO(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-ENTRADAS(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-SAIDAS(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-COFRE(WS-BAL-IDX)
               MOVE 0 TO WS-BAL-TEORICO(WS-BAL-IDX)
           END-IF.

       9100-GRAVAR-DIARIO.
           MOVE WS-DATA-NEGOCIO TO CXM-DATA
