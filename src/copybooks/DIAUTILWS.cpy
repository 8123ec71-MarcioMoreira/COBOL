      *> WORKING-STORAGE partilhado da contagem de dias uteis (par
      *> do copybook de procedimentos DIAUTIL). Sabados, domingos e
      *> os feriados de data/feriados.dat nao contam, como em
      *> ROLAR-DATA-NEGOCIO e DEVOLUCAO-FUNDOS. O programa declara
      *> FICHEIRO-FERIADOS (REG-FERIADO PIC 9(08), WS-FS-FERIADOS) e
      *> faz PERFORM 8940-CARREGAR-FERIADOS uma vez no arranque.
       77  WS-DU-DATA-INICIO       PIC 9(08).
       77  WS-DU-DATA-FIM          PIC 9(08).
       77  WS-DU-DIAS              PIC 9(05).
       77  WS-DU-CONTAGEM          PIC 9(05).
       77  WS-DU-DATA-CALC         PIC 9(08).
       77  WS-DU-DIAS-INTEIRO      PIC 9(07).
       77  WS-DU-DIA-SEMANA        PIC 9(01).
       77  WS-DU-EHUTIL            PIC X.
           88 DU-DIA-UTIL          VALUE 'S'.
       77  WS-DU-FER-TOTAL         PIC 9(03) VALUE 0.
       77  WS-DU-FER-IDX           PIC 9(03).
       01  WS-DU-TABELA-FERIADOS.
           05 WS-DU-FER-DATA OCCURS 500 TIMES PIC 9(08).
