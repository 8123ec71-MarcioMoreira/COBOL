      *> WORKING-STORAGE partilhado da consulta ao historico de
      *> indexantes (par do copybook de procedimentos INDICEREF). O
      *> programa declara tambem o SELECT/FD de FICHEIRO-INDEXANTES
      *> (COPY INDEXANTE), abre-o e marca WS-INDEXANTES-ABERTO; antes
      *> de PERFORM 9770-OBTER-INDEXANTE preenche WS-IX-CODIGO e
      *> recebe o valor em WS-IX-TAXA-OBTIDA (e a data efetiva em
      *> WS-IX-DATA-OBTIDA) quando INDEXANTE-ENCONTRADO.
       77  WS-FS-INDEXANTES        PIC XX.
       77  WS-INDEXANTES-ABERTO    PIC X VALUE 'N'.
           88 INDEXANTES-DISPONIVEL  VALUE 'S'.
       77  WS-IX-CODIGO            PIC X(04).
       77  WS-IX-TAXA-OBTIDA       PIC S9V9(04).
       77  WS-IX-DATA-OBTIDA       PIC 9(08).
       77  WS-IX-ACHADO            PIC X.
           88 INDEXANTE-ENCONTRADO   VALUE 'S'.
