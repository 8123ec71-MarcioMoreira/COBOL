           88 OPERADOR-E-SUPERVISOR  VALUE "S".
           88 OPERADOR-E-ADMIN       VALUE "A".
           88 OPERADOR-SUPERV-OU-ADM VALUE "S" "A".
       77  WS-OPR-BALCAO-ATUAL     PIC 9(04).
       77  WS-SIGNON-OK            PIC X VALUE 'N'.
           88 SIGNON-VALIDO          VALUE 'S'.
       77  WS-TENTATIVAS-SIGNON    PIC 9(01).
       77  WS-AUD-PROGRAMA         PIC X(20).
       77  WS-AUD-ACAO             PIC X(20).
       77  WS-AUD-CONTA            PIC 9(09).
      *> o PIN do operador confere-se pelo hash (ver PINHASHWS)
           COPY PINHASHWS.
