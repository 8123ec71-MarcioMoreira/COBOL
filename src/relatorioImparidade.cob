       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-IMPARIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHEIRO-IMPARIDADES ASSIGN TO
               "data/imparidades.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IPR-CHAVE
               FILE STATUS IS WS-FS-IMPARIDADES.

       DATA DIVISION.
       FILE SECTION.
       FD  FICHEIRO-IMPARIDADES.
           COPY IMPARIDADE.

       WORKING-STORAGE SECTION.
       77  WS-FS-IMPARIDADES        PIC XX.
       77  WS-DATA-INICIO           PIC 9(08).
       77  WS-DATA-FIM              PIC 9(08).
       77  WS-CLASSE-IDX            PIC 9(01).
       77  WS-TOTAL-EMPRESTIMOS     PIC 9(05) VALUE 0.
       77  WS-TOTAL-DIFERENCAS      PIC 9(05) VALUE 0.
       77  WS-CONTROLO              PIC S9(09)V99.
       77  WS-VALOR-FORMATADO       PIC -Z,ZZZ,ZZ9.99.
       77  WS-TOTAL-FORMATADO       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       *> emprestimo em acumulacao: abertura do primeiro apuramento
       *> do periodo, movimentos somados, fecho e classe do ultimo
       77  WS-EMP-ATUAL             PIC 9(09) VALUE 0.
       77  WS-EMP-ATIVO             PIC X VALUE 'N'.
           88 HA-EMPRESTIMO-ABERTO    VALUE 'S'.
       01  WS-EMPRESTIMO-PERIODO.
           05 WS-EP-CLASSE          PIC X(01).
           05 WS-EP-ABERTURA        PIC 9(07)V99.
           05 WS-EP-DOTACAO         PIC 9(09)V99.
           05 WS-EP-REVERSAO        PIC 9(09)V99.
           05 WS-EP-UTILIZACAO      PIC 9(09)V99.
           05 WS-EP-FECHO           PIC 9(07)V99.

       01  WS-LINHA-DETALHE.
           05 WS-LD-EMPRESTIMO      PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LD-CLASSE          PIC X(01).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LD-ABERTURA        PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LD-DOTACAO         PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LD-REVERSAO        PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LD-UTILIZACAO      PIC ZZZZZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-LD-FECHO           PIC ZZZZZZ9.99.

       *> mapa por classe de risco (1 produtivo, 2 vigilancia, 3 nao
       *> produtivo) e total na posicao 4
       01  WS-TABELA-MAPA.
           05 WS-MAPA-ENTRADA OCCURS 4 TIMES.
              10 WS-MAPA-ABERTURA     PIC 9(11)V99.
              10 WS-MAPA-DOTACAO      PIC 9(11)V99.
              10 WS-MAPA-REVERSAO     PIC 9(11)V99.
              10 WS-MAPA-UTILIZACAO   PIC 9(11)V99.
              10 WS-MAPA-FECHO        PIC 9(11)V99.
       01  WS-NOMES-CLASSE.
           05 FILLER               PIC X(14) VALUE "PRODUTIVO".
           05 FILLER               PIC X(14) VALUE "VIGILANCIA".
           05 FILLER               PIC X(14) VALUE "NAO PRODUTIVO".
           05 FILLER               PIC X(14) VALUE "TOTAL".
       01  WS-NOMES-CLASSE-R REDEFINES WS-NOMES-CLASSE.
           05 WS-NOME-CLASSE       PIC X(14) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY " ".
           DISPLAY "-------------------------------------------------".
           DISPLAY "   MAPA DE MOVIMENTOS DA IMPARIDADE DE CREDITO".
           DISPLAY "-------------------------------------------------".
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-INICIO.
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT WS-DATA-FIM.

           IF WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY "ERRO: DATA FINAL ANTERIOR A DATA INICIAL."
               STOP RUN
           END-IF.

           OPEN INPUT FICHEIRO-IMPARIDADES.
           IF WS-FS-IMPARIDADES NOT = "00"
               DISPLAY "ERRO AO ABRIR IMPARIDADES.DAT. STATUS: "
                   WS-FS-IMPARIDADES
               STOP RUN
           END-IF.

           INITIALIZE WS-TABELA-MAPA.

           DISPLAY " ".
           DISPLAY "PERIODO DE " WS-DATA-INICIO " A " WS-DATA-FIM.
           DISPLAY "EMPRESTIMO C   ABERTURA    DOTACAO   REVERSAO "
               "UTILIZACAO      FECHO".
           DISPLAY "-------------------------------------------------".

           PERFORM UNTIL WS-FS-IMPARIDADES = "10"
               READ FICHEIRO-IMPARIDADES NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IPR-DATA >= WS-DATA-INICIO
                               AND IPR-DATA <= WS-DATA-FIM
                           PERFORM 1000-ACUMULAR-APURAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 2000-FECHAR-EMPRESTIMO.

           CLOSE FICHEIRO-IMPARIDADES.

           PERFORM 3000-MAPA-POR-CLASSE.

           DISPLAY "EMPRESTIMOS COM APURAMENTO : " WS-TOTAL-EMPRESTIMOS.
           DISPLAY "DIFERENCAS DE CONTROLO     : " WS-TOTAL-DIFERENCAS.
           DISPLAY "-------------------------------------------------".
           DISPLAY " ".
           STOP RUN.

       1000-ACUMULAR-APURAMENTO.
           *> o ficheiro vem por emprestimo e data: a mudanca de
           *> emprestimo fecha o anterior
           IF NOT HA-EMPRESTIMO-ABERTO
                   OR IPR-EMPRESTIMO NOT = WS-EMP-ATUAL
               PERFORM 2000-FECHAR-EMPRESTIMO
               MOVE 'S' TO WS-EMP-ATIVO
               MOVE IPR-EMPRESTIMO TO WS-EMP-ATUAL
               INITIALIZE WS-EMPRESTIMO-PERIODO
               MOVE IPR-ABERTURA TO WS-EP-ABERTURA
           END-IF

           ADD IPR-DOTACAO TO WS-EP-DOTACAO
           ADD IPR-REVERSAO TO WS-EP-REVERSAO
           ADD IPR-UTILIZACAO TO WS-EP-UTILIZACAO
           MOVE IPR-FECHO TO WS-EP-FECHO
           MOVE IPR-CLASSE TO WS-EP-CLASSE.

       2000-FECHAR-EMPRESTIMO.
           IF NOT HA-EMPRESTIMO-ABERTO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EMP-ATIVO
           ADD 1 TO WS-TOTAL-EMPRESTIMOS

           MOVE WS-EMP-ATUAL TO WS-LD-EMPRESTIMO
           MOVE WS-EP-CLASSE TO WS-LD-CLASSE
           MOVE WS-EP-ABERTURA TO WS-LD-ABERTURA
           MOVE WS-EP-DOTACAO TO WS-LD-DOTACAO
           MOVE WS-EP-REVERSAO TO WS-LD-REVERSAO
           MOVE WS-EP-UTILIZACAO TO WS-LD-UTILIZACAO
           MOVE WS-EP-FECHO TO WS-LD-FECHO
           DISPLAY WS-LINHA-DETALHE

           *> abertura + dotacoes - reversoes - utilizacoes tem de
           *> dar o fecho; uma diferenca e um apuramento em falta ou
           *> um registo mexido fora do lote
           COMPUTE WS-CONTROLO = WS-EP-ABERTURA + WS-EP-DOTACAO
               - WS-EP-REVERSAO - WS-EP-UTILIZACAO - WS-EP-FECHO
           IF WS-CONTROLO NOT = 0
               ADD 1 TO WS-TOTAL-DIFERENCAS
               MOVE WS-CONTROLO TO WS-VALOR-FORMATADO
               DISPLAY "  AVISO: DIFERENCA DE CONTROLO "
                   WS-VALOR-FORMATADO
           END-IF

           EVALUATE WS-EP-CLASSE
               WHEN "V"
                   MOVE 2 TO WS-CLASSE-IDX
               WHEN "N"
                   MOVE 3 TO WS-CLASSE-IDX
               WHEN OTHER
                   MOVE 1 TO WS-CLASSE-IDX
           END-EVALUATE
           ADD WS-EP-ABERTURA TO WS-MAPA-ABERTURA(WS-CLASSE-IDX)
               WS-MAPA-ABERTURA(4)
           ADD WS-EP-DOTACAO TO WS-MAPA-DOTACAO(WS-CLASSE-IDX)
               WS-MAPA-DOTACAO(4)
           ADD WS-EP-REVERSAO TO WS-MAPA-REVERSAO(WS-CLASSE-IDX)
               WS-MAPA-REVERSAO(4)
           ADD WS-EP-UTILIZACAO TO WS-MAPA-UTILIZACAO(WS-CLASSE-IDX)
               WS-MAPA-UTILIZACAO(4)
           ADD WS-EP-FECHO TO WS-MAPA-FECHO(WS-CLASSE-IDX)
               WS-MAPA-FECHO(4).

       3000-MAPA-POR-CLASSE.
           *> a classe de cada emprestimo e a do ultimo apuramento
           *> do periodo
           DISPLAY " ".
           DISPLAY "MAPA POR CLASSE DE RISCO".
           DISPLAY "-------------------------------------------------".
           PERFORM VARYING WS-CLASSE-IDX FROM 1 BY 1
                   UNTIL WS-CLASSE-IDX > 4
               DISPLAY WS-NOME-CLASSE(WS-CLASSE-IDX)
               MOVE WS-MAPA-ABERTURA(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  SALDO INICIAL   : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-DOTACAO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  DOTACOES        : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-REVERSAO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  REVERSOES       : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-UTILIZACAO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  UTILIZ. ABATES  : " WS-TOTAL-FORMATADO
               MOVE WS-MAPA-FECHO(WS-CLASSE-IDX)
                   TO WS-TOTAL-FORMATADO
               DISPLAY "  SALDO FINAL     : " WS-TOTAL-FORMATADO
           END-PERFORM
           DISPLAY "-------------------------------------------------".
