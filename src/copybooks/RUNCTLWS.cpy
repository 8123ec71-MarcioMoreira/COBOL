      *> (COPY RUNCTLREC), poe o seu nome em WS-RC-JOB no arranque e
      *> faz PERFORM 9850-REGISTAR-INICIO-JOB depois de ler a data
      *> de negocio e PERFORM 9860-REGISTAR-FIM-JOB imediatamente
      *> antes do STOP RUN do fim limpo. Um lote que tem de correr
      *> depois de outro poe o nome deste em WS-RC-JOB-ANTERIOR e
      *> faz PERFORM 9855-VERIFICAR-JOB-ANTERIOR.
       77  WS-FS-RUN-CONTROL       PIC XX.
       77  WS-RC-JOB               PIC X(20).
       77  WS-RC-JOB-ANTERIOR      PIC X(20).
       77  WS-RC-ANTERIOR-OK       PIC X VALUE 'N'.
           88 JOB-ANTERIOR-CONCLUIDO VALUE 'S'.
