           EVALUATE MOV-TIPO-OP
               WHEN "D" WHEN "E" WHEN "I" WHEN "J"
               WHEN "V" WHEN "X" WHEN "K" WHEN "H"
               WHEN "N"
                   MOVE 1 TO WS-SINAL
               WHEN "T" WHEN "L" WHEN "F" WHEN "P"
               WHEN "B" WHEN "M" WHEN "Q" WHEN "Y" WHEN "R"
               WHEN "U" WHEN "W" WHEN "O"
               WHEN "Z"
               WHEN "G"
               WHEN "A"
               WHEN "4"
                   MOVE -1 TO WS-SINAL
               WHEN OTHER
                   MOVE 0 TO WS-SINAL
